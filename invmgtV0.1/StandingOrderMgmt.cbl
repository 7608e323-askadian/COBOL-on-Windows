       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingOrderMgmt.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  STANDING CUSTOMER ORDERS.                                    *
      *                                                               *
      *  Keeps the recurring orders a wholesale customer takes every  *
      *  week, fortnight or month (STANDING-ORDER-FILE, see           *
      *  STANDORD.CPY) - item, location, quantity, ship-to,           *
      *  frequency and the dates the order runs between - so nobody   *
      *  has to remember to key them each time.                       *
      *                                                               *
      *  The generation run queues every line that has fallen due as  *
      *  a pending order on WEB-ORDER-FILE, the same queue the        *
      *  fastCGI tier writes to, where SalesMgmt.cbl's                *
      *  4000-REVIEW-WEB-ORDERS converts it to a sale or reservation. *
      *  Orders are only generated on a business day (weekends by     *
      *  arithmetic, closed days off BUSINESS-CALENDAR-FILE), so a    *
      *  line due on a weekend or holiday is queued on the next       *
      *  business day.  A customer over its credit limit, or an item  *
      *  no longer stocked at the location, pending, discontinued or  *
      *  blocked, is skipped rather than queued, and that occurrence  *
      *  is rolled on like a generated one so it does not pile up.    *
      *  STDORD.RPT lists what was generated and what was skipped.    *
      *  STDORDBATCH is the CALL-able entry EODBatchRun.cbl runs,     *
      *  alongside its other batch entry points.  Reached from        *
      *  CustomerMgmt.cbl's menu.                                     *
      *                                                               *
      *  A customer with a balance written off through                *
      *  BadDebtWriteOff.cbl is on permanent credit hold, so its      *
      *  standing orders are skipped whatever its balance now stands  *
      *  at.                                                          *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT STANDING-ORDER-FILE
                     ASSIGN TO "standord"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SO-ORDER-KEY
                     FILE STATUS IS WS-STDO-STATUS.

              SELECT CUSTOMER-MASTER-FILE
                     ASSIGN TO "custmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CM-CUST-ID
                     FILE STATUS IS WS-CUST-STATUS.

              SELECT SHIP-TO-FILE
                     ASSIGN TO "shipto"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SD-SHIP-KEY
                     FILE STATUS IS WS-SHIP-STATUS.

              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT ITEM-STATUS-FILE
                     ASSIGN TO "itemstat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS IS-ITEM-NUMBER
                     FILE STATUS IS WS-ISTAT-STATUS.

              SELECT BUSINESS-CALENDAR-FILE
                     ASSIGN TO "buscal"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BD-DATE
                     FILE STATUS IS WS-CAL-STATUS.

              SELECT WEB-ORDER-FILE
                     ASSIGN TO "weborder"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS WO-ORDER-NUMBER
                     FILE STATUS IS WS-WEB-STATUS.

              SELECT STDORD-REPORT
                     ASSIGN TO "STDORD.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
           COPY "STANDORD.CPY".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAS.CPY".

       FD  SHIP-TO-FILE.
           COPY "SHIPTO.CPY".

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  ITEM-STATUS-FILE.
           COPY "ITEMSTAT.CPY".

       FD  BUSINESS-CALENDAR-FILE.
           COPY "BUSCAL.CPY".

       FD  WEB-ORDER-FILE.
           COPY "WEBORDER.CPY".

       FD  STDORD-REPORT.
       01  SR-PRINT-LINE                PIC X(80).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-STDO-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CUST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SHIP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-ISTAT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CAL-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-WEB-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-FILES-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-FILES-OPEN            VALUE "Y".
              10 WS-SHIP-OPEN-SW      PIC X(01) VALUE "N".
                 88 WS-SHIP-OPEN             VALUE "Y".
              10 WS-ISTAT-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-ISTAT-OPEN            VALUE "Y".
              10 WS-CAL-OPEN-SW       PIC X(01) VALUE "N".
                 88 WS-CAL-OPEN              VALUE "Y".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "6".
              10 WS-TODAY             PIC 9(08) VALUE ZEROS.
              10 WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
              10 WS-CONFIRM-SW        PIC X(01) VALUE SPACE.
              10 WS-AUDIT-BEFORE-REC  PIC X(91) VALUE SPACES.
              10 WS-MORE-SW           PIC X(01) VALUE "Y".
                 88 WS-MORE                  VALUE "Y".
              10 WS-ENTRY-OK-SW       PIC X(01) VALUE "Y".
                 88 WS-ENTRY-OK              VALUE "Y".
              10 WS-LIST-CUST-ID      PIC X(05) VALUE SPACES.
              10 WS-LAST-LINE-NO      PIC 9(02) VALUE ZEROS.
              10 WS-LINE-COUNT        PIC 9(03) VALUE ZEROS.
              10 WS-SAVE-START-DATE   PIC 9(08) VALUE ZEROS.
              10 WS-SAVE-FREQUENCY    PIC X(01) VALUE SPACE.

      *    Business-day test for the generation run - weekends derive
      *    from INTEGER-OF-DATE's day number (day 1 was a Monday;
      *    remainder 6 is Saturday, 0 is Sunday) and the calendar
      *    supplies the closed days.
              10 WS-DAY-NUMBER        PIC 9(01) VALUE ZEROS.
              10 WS-BUSDAY-SW         PIC X(01) VALUE "Y".
                 88 WS-IS-BUSINESS-DAY      VALUE "Y".

      *    Generation run working fields.
              10 WS-NEXT-ORDER-NO     PIC 9(07) VALUE ZEROS.
              10 WS-GEN-COUNT         PIC 9(05) VALUE ZEROS.
              10 WS-SKIP-COUNT        PIC 9(05) VALUE ZEROS.
              10 WS-SKIP-REASON       PIC X(30) VALUE SPACES.
      *    "Y" from BadDebtWriteOff's BDHOLDCHECK entry when the
      *    customer has had a balance written off.
              10 WS-BD-HOLD-SW        PIC X(01) VALUE "N".
                 88 WS-BD-ON-HOLD           VALUE "Y".
              10 WS-DUE-WAS           PIC 9(08) VALUE ZEROS.

      *    Monthly due-date roll: the next month on the start date's
      *    day, or that month's last day when it is shorter.
              10 WS-DUE-WORK          PIC 9(08) VALUE ZEROS.
              10 WS-DUE-PARTS REDEFINES WS-DUE-WORK.
                 15 WS-DUE-YYYY       PIC 9(04).
                 15 WS-DUE-MM         PIC 9(02).
                 15 WS-DUE-DD         PIC 9(02).
              10 WS-START-WORK        PIC 9(08) VALUE ZEROS.
              10 WS-START-PARTS REDEFINES WS-START-WORK.
                 15 WS-START-YYYY     PIC 9(04).
                 15 WS-START-MM       PIC 9(02).
                 15 WS-START-DD       PIC 9(02).
              10 WS-MONTH-END-DD      PIC 9(02) VALUE ZEROS.

       01  WS-MONTH-DAYS-TABLE.
           02  FILLER                  PIC X(24)
                                   VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           02  WS-MONTH-DAY-COUNT      PIC 9(02) OCCURS 12 TIMES.

       01  WS-SPOOL-HANDOFF.
      *    The generation list is retained the moment it closes,
      *    through the spooler's promptless entry.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "STDORD.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "StandingOrderMgmt".

       01  WS-HEADER-LINE.
              10 FILLER               PIC X(39) VALUE
                 "STANDING ORDER GENERATION - RUN DATE ".
              10 HL-RUN-DATE          PIC 9(08).

       01  WS-COLUMN-LINE.
              10 FILLER               PIC X(43) VALUE
                 "CUST  LN ITEM   LOC   QTY  DUE      ORDER".
              10 FILLER               PIC X(06) VALUE "RESULT".

       01  WS-DETAIL-LINE.
              10 DL-CUST-ID           PIC X(05).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-LINE-NO           PIC 9(02).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-ITEM-NUMBER       PIC 9(06).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-LOCATION          PIC X(04).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-QTY               PIC ZZZZ9.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-DUE-DATE          PIC 9(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-ORDER-NO          PIC 9(07).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-RESULT            PIC X(30).

       01  WS-SECTION-LINE.
              10 FILLER               PIC X(04) VALUE "*** ".
              10 SL-SECTION-TITLE     PIC X(50).

       01  WS-SUMMARY-LINE.
              10 SM-LABEL             PIC X(30).
              10 SM-COUNT             PIC ZZ,ZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-STATUS        PIC 9(05).

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

      *    Callable entry point for EODBatchRun - generates tonight's
      *    due standing orders with no operator interaction, the same
      *    way CARDSTLBATCH and GLPOSTBATCH skip their menus.  The
      *    count of orders generated is handed back; RETURN-CODE is
      *    set only when the files could not be opened.
       ENTRY "STDORDBATCH" USING LK-RETURN-STATUS.
              MOVE ZERO TO RETURN-CODE.
              ACCEPT WS-TODAY FROM DATE YYYYMMDD.
              MOVE "EODBATCH" TO WS-OPERATOR-ID.
              MOVE ZEROS TO WS-GEN-COUNT.
              PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
              IF WS-FILES-OPEN
                 PERFORM 5000-GENERATE-DUE-ORDERS THRU 5000-EXIT
                 PERFORM 1900-CLOSE-FILES THRU 1900-EXIT
              END-IF.
              MOVE WS-GEN-COUNT TO LK-RETURN-STATUS.
              GOBACK.

      *    The standing-order and order-queue files are created the
      *    first time they are needed.  The masters are read only; a
      *    missing item-status, ship-to or calendar file just means
      *    no item carries a status, no customer has a delivery site
      *    and no holidays are on record yet.
       1000-OPEN-FILES.
              MOVE "N" TO WS-FILES-OPEN-SW.
              OPEN I-O STANDING-ORDER-FILE.
              IF WS-STDO-STATUS = "35"
                 CLOSE STANDING-ORDER-FILE
                 OPEN OUTPUT STANDING-ORDER-FILE
                 CLOSE STANDING-ORDER-FILE
                 OPEN I-O STANDING-ORDER-FILE
              END-IF.
              IF WS-STDO-STATUS NOT = "00"
                 DISPLAY "STANDORD NOT AVAILABLE - STATUS "
                         WS-STDO-STATUS
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              OPEN INPUT CUSTOMER-MASTER-FILE.
              IF WS-CUST-STATUS NOT = "00"
                 DISPLAY "CUSTMAS NOT AVAILABLE - STATUS "
                         WS-CUST-STATUS
                 CLOSE STANDING-ORDER-FILE
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              OPEN I-O WEB-ORDER-FILE.
              IF WS-WEB-STATUS = "35"
                 CLOSE WEB-ORDER-FILE
                 OPEN OUTPUT WEB-ORDER-FILE
                 CLOSE WEB-ORDER-FILE
                 OPEN I-O WEB-ORDER-FILE
              END-IF.
              IF WS-WEB-STATUS NOT = "00"
                 DISPLAY "WEBORDER NOT AVAILABLE - STATUS "
                         WS-WEB-STATUS
                 CLOSE STANDING-ORDER-FILE
                 CLOSE CUSTOMER-MASTER-FILE
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              OPEN INPUT STOCK-MASTER-FILE.
              IF WS-STOCK-STATUS NOT = "00"
                 DISPLAY "STOCKMAS NOT AVAILABLE - STATUS "
                         WS-STOCK-STATUS
                 CLOSE STANDING-ORDER-FILE
                 CLOSE CUSTOMER-MASTER-FILE
                 CLOSE WEB-ORDER-FILE
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              MOVE "N" TO WS-SHIP-OPEN-SW WS-ISTAT-OPEN-SW
                          WS-CAL-OPEN-SW.
              OPEN INPUT SHIP-TO-FILE.
              IF WS-SHIP-STATUS = "00"
                 SET WS-SHIP-OPEN TO TRUE
              END-IF.
              OPEN INPUT ITEM-STATUS-FILE.
              IF WS-ISTAT-STATUS = "00"
                 SET WS-ISTAT-OPEN TO TRUE
              END-IF.
              OPEN INPUT BUSINESS-CALENDAR-FILE.
              IF WS-CAL-STATUS = "00"
                 SET WS-CAL-OPEN TO TRUE
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
              SET WS-FILES-OPEN TO TRUE.
       1000-EXIT.
              EXIT.

       1900-CLOSE-FILES.
              CLOSE STANDING-ORDER-FILE.
              CLOSE CUSTOMER-MASTER-FILE.
              CLOSE WEB-ORDER-FILE.
              CLOSE STOCK-MASTER-FILE.
              IF WS-SHIP-OPEN
                 CLOSE SHIP-TO-FILE
              END-IF.
              IF WS-ISTAT-OPEN
                 CLOSE ITEM-STATUS-FILE
              END-IF.
              IF WS-CAL-OPEN
                 CLOSE BUSINESS-CALENDAR-FILE
              END-IF.
              CLOSE AUDIT-TRAIL-FILE.
              MOVE "N" TO WS-FILES-OPEN-SW.
       1900-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Standing Customer Orders - " WS-TODAY.
              DISPLAY "-------------------------------------".
              DISPLAY "1. Add Standing Order Line".
              DISPLAY "2. Change Standing Order Line".
              DISPLAY "3. Cancel Standing Order Line".
              DISPLAY "4. List Customer's Standing Orders".
              DISPLAY "5. Generate Due Orders Now".
              DISPLAY "6. Return".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-ADD-STANDING-ORDER
                             THRU 3000-EXIT
                 WHEN "2" PERFORM 3200-CHANGE-STANDING-ORDER
                             THRU 3200-EXIT
                 WHEN "3" PERFORM 3400-CANCEL-STANDING-ORDER
                             THRU 3400-EXIT
                 WHEN "4" PERFORM 4000-LIST-STANDING-ORDERS
                             THRU 4000-EXIT
                 WHEN "5" PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT
                          MOVE ZEROS TO WS-GEN-COUNT
                          PERFORM 5000-GENERATE-DUE-ORDERS
                             THRU 5000-EXIT
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

      *    Adds a line for one customer, numbered after the
      *    customer's highest existing line.  The first occurrence is
      *    due on the start date.
       3000-ADD-STANDING-ORDER.
              DISPLAY "ENTER CUSTOMER ID: ".
              ACCEPT CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    DISPLAY "CUSTOMER NOT FOUND - STATUS "
                            WS-CUST-STATUS
                    GO TO 3000-EXIT
              END-READ.
              DISPLAY "CUSTOMER: " CM-CUST-NAME.
              MOVE CM-CUST-ID TO WS-LIST-CUST-ID.
              PERFORM 4100-LIST-ONE-CUSTOMER THRU 4100-EXIT.
              IF WS-LAST-LINE-NO = 99
                 DISPLAY "CUSTOMER ALREADY HAS 99 STANDING ORDER "
                         "LINES."
                 GO TO 3000-EXIT
              END-IF.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.

              INITIALIZE STANDING-ORDER-REC.
              MOVE CM-CUST-ID TO SO-CUST-ID.
              COMPUTE SO-LINE-NO = WS-LAST-LINE-NO + 1.
              MOVE ZEROS TO WS-SAVE-START-DATE.
              PERFORM 3100-ACCEPT-ORDER-DETAILS THRU 3100-EXIT.
              IF NOT WS-ENTRY-OK
                 DISPLAY "STANDING ORDER NOT ADDED."
                 GO TO 3000-EXIT
              END-IF.
              MOVE SO-START-DATE TO SO-NEXT-DUE-DATE.
              MOVE WS-OPERATOR-ID TO SO-OPERATOR-ID.
              WRITE STANDING-ORDER-REC
                 INVALID KEY
                    DISPLAY "STANDING ORDER NOT ADDED - STATUS "
                            WS-STDO-STATUS
                 NOT INVALID KEY
                    DISPLAY "STANDING ORDER " SO-CUST-ID "/"
                            SO-LINE-NO " ADDED - FIRST DUE "
                            SO-NEXT-DUE-DATE
                    MOVE SO-ORDER-KEY TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE STANDING-ORDER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-WRITE.
       3000-EXIT.
              EXIT.

      *    Shared by add and change: item and location must be on
      *    STOCK-MASTER, the ship-to (if any) must be one of the
      *    customer's sites, and the end date may not fall before
      *    the start date (a line being changed may keep the start
      *    date it already has).
       3100-ACCEPT-ORDER-DETAILS.
              MOVE "N" TO WS-ENTRY-OK-SW.
              DISPLAY "ENTER ITEM NUMBER: ".
              ACCEPT SO-ITEM-NUMBER.
              DISPLAY "ENTER SHIPPING LOCATION CODE: ".
              ACCEPT SO-LOCATION.
              MOVE SO-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE SO-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    DISPLAY "ITEM NOT STOCKED AT THAT LOCATION."
                    GO TO 3100-EXIT
              END-READ.
              DISPLAY "ITEM: " SM-ITEM-DESC.
              DISPLAY "ENTER QUANTITY: ".
              ACCEPT SO-QTY.
              IF SO-QTY = ZEROS
                 DISPLAY "QUANTITY MUST BE GREATER THAN ZERO."
                 GO TO 3100-EXIT
              END-IF.
              DISPLAY "ENTER SHIP-TO SEQUENCE (0 = BILLING "
                      "ADDRESS): ".
              ACCEPT SO-SHIP-SEQ.
              IF SO-SHIP-SEQ NOT = ZEROS
                 IF NOT WS-SHIP-OPEN
                    DISPLAY "SHIP-TO NOT FOUND FOR THIS CUSTOMER."
                    GO TO 3100-EXIT
                 END-IF
                 MOVE SO-CUST-ID TO SD-CUST-ID
                 MOVE SO-SHIP-SEQ TO SD-SHIP-SEQ
                 READ SHIP-TO-FILE
                    INVALID KEY
                       DISPLAY "SHIP-TO NOT FOUND FOR THIS CUSTOMER."
                       GO TO 3100-EXIT
                 END-READ
                 DISPLAY "SHIP TO: " SD-SHIP-NAME
              END-IF.
              DISPLAY "FREQUENCY - W WEEKLY / F FORTNIGHTLY / "
                      "M MONTHLY: ".
              ACCEPT SO-FREQUENCY.
              IF NOT SO-FREQ-VALID
                 DISPLAY "FREQUENCY MUST BE W, F OR M."
                 GO TO 3100-EXIT
              END-IF.
              DISPLAY "ENTER START DATE (YYYYMMDD): ".
              ACCEPT SO-START-DATE.
              IF SO-START-DATE < WS-TODAY
                 AND SO-START-DATE NOT = WS-SAVE-START-DATE
                 DISPLAY "START DATE MAY NOT BE IN THE PAST."
                 GO TO 3100-EXIT
              END-IF.
              IF FUNCTION TEST-DATE-YYYYMMDD(SO-START-DATE) NOT = 0
                 DISPLAY "START DATE IS NOT A VALID DATE."
                 GO TO 3100-EXIT
              END-IF.
              DISPLAY "ENTER END DATE (YYYYMMDD, 0 = UNTIL "
                      "CANCELLED): ".
              ACCEPT SO-END-DATE.
              IF SO-END-DATE NOT = ZEROS
                 AND SO-END-DATE < SO-START-DATE
                 DISPLAY "END DATE IS BEFORE THE START DATE."
                 GO TO 3100-EXIT
              END-IF.
              MOVE "Y" TO WS-ENTRY-OK-SW.
       3100-EXIT.
              EXIT.

      *    Re-keys the details of one line.  A changed start date or
      *    frequency restarts the cycle on the new start date; when
      *    only the item, quantity, ship-to or end date change, the
      *    next due date stands.
       3200-CHANGE-STANDING-ORDER.
              DISPLAY "ENTER CUSTOMER ID: ".
              ACCEPT SO-CUST-ID.
              DISPLAY "ENTER STANDING ORDER LINE NUMBER: ".
              ACCEPT SO-LINE-NO.
              READ STANDING-ORDER-FILE
                 INVALID KEY
                    DISPLAY "STANDING ORDER NOT FOUND - STATUS "
                            WS-STDO-STATUS
                    GO TO 3200-EXIT
              END-READ.
              PERFORM 4200-SHOW-ONE-LINE THRU 4200-EXIT.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.
              MOVE STANDING-ORDER-REC TO WS-AUDIT-BEFORE-REC.
              MOVE SO-START-DATE TO WS-SAVE-START-DATE.
              MOVE SO-FREQUENCY TO WS-SAVE-FREQUENCY.
              PERFORM 3100-ACCEPT-ORDER-DETAILS THRU 3100-EXIT.
              IF NOT WS-ENTRY-OK
                 DISPLAY "STANDING ORDER NOT CHANGED."
                 GO TO 3200-EXIT
              END-IF.
              IF SO-START-DATE NOT = WS-SAVE-START-DATE
                 OR SO-FREQUENCY NOT = WS-SAVE-FREQUENCY
                 MOVE SO-START-DATE TO SO-NEXT-DUE-DATE
              END-IF.
              MOVE WS-OPERATOR-ID TO SO-OPERATOR-ID.
              REWRITE STANDING-ORDER-REC
                 INVALID KEY
                    DISPLAY "REWRITE FAILED - STATUS "
                            WS-STDO-STATUS
                 NOT INVALID KEY
                    DISPLAY "STANDING ORDER UPDATED - NEXT DUE "
                            SO-NEXT-DUE-DATE
                    MOVE SO-ORDER-KEY TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE STANDING-ORDER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-REWRITE.
       3200-EXIT.
              EXIT.

      *    Cancelling a line deletes it.  Orders it has already
      *    queued stay on WEB-ORDER-FILE for the operator to convert
      *    or reject as usual.
       3400-CANCEL-STANDING-ORDER.
              DISPLAY "ENTER CUSTOMER ID: ".
              ACCEPT SO-CUST-ID.
              DISPLAY "ENTER STANDING ORDER LINE NUMBER: ".
              ACCEPT SO-LINE-NO.
              READ STANDING-ORDER-FILE
                 INVALID KEY
                    DISPLAY "STANDING ORDER NOT FOUND - STATUS "
                            WS-STDO-STATUS
                    GO TO 3400-EXIT
              END-READ.
              PERFORM 4200-SHOW-ONE-LINE THRU 4200-EXIT.
              DISPLAY "CANCEL THIS STANDING ORDER (Y/N): ".
              MOVE SPACE TO WS-CONFIRM-SW.
              ACCEPT WS-CONFIRM-SW.
              IF WS-CONFIRM-SW NOT = "Y" AND NOT = "y"
                 GO TO 3400-EXIT
              END-IF.
              MOVE STANDING-ORDER-REC TO WS-AUDIT-BEFORE-REC.
              DELETE STANDING-ORDER-FILE
                 INVALID KEY
                    DISPLAY "DELETE FAILED - STATUS " WS-STDO-STATUS
                 NOT INVALID KEY
                    DISPLAY "STANDING ORDER CANCELLED."
                    MOVE WS-AUDIT-BEFORE-REC(1:7) TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE SPACES TO AT-AFTER-IMAGE
                    SET AT-OP-DELETE TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-DELETE.
       3400-EXIT.
              EXIT.

       4000-LIST-STANDING-ORDERS.
              DISPLAY "ENTER CUSTOMER ID: ".
              ACCEPT WS-LIST-CUST-ID.
              PERFORM 4100-LIST-ONE-CUSTOMER THRU 4100-EXIT.
              IF WS-LINE-COUNT = ZEROS
                 DISPLAY "NO STANDING ORDERS FOR " WS-LIST-CUST-ID
              END-IF.
       4000-EXIT.
              EXIT.

      * Lists WS-LIST-CUST-ID's lines and notes the highest line
      * number in use for an add.
       4100-LIST-ONE-CUSTOMER.
              MOVE ZEROS TO WS-LAST-LINE-NO WS-LINE-COUNT.
              MOVE WS-LIST-CUST-ID TO SO-CUST-ID.
              MOVE ZEROS TO SO-LINE-NO.
              SET WS-MORE TO TRUE.
              START STANDING-ORDER-FILE
                    KEY IS NOT LESS THAN SO-ORDER-KEY
                 INVALID KEY MOVE "N" TO WS-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-MORE
                 READ STANDING-ORDER-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-MORE-SW
                    NOT AT END
                       IF SO-CUST-ID NOT = WS-LIST-CUST-ID
                          MOVE "N" TO WS-MORE-SW
                       ELSE
                          MOVE SO-LINE-NO TO WS-LAST-LINE-NO
                          ADD 1 TO WS-LINE-COUNT
                          PERFORM 4200-SHOW-ONE-LINE THRU 4200-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
       4100-EXIT.
              EXIT.

       4200-SHOW-ONE-LINE.
              DISPLAY "  " SO-LINE-NO " ITEM " SO-ITEM-NUMBER
                      " LOC " SO-LOCATION " QTY " SO-QTY
                      " SHIP-TO " SO-SHIP-SEQ " FREQ " SO-FREQUENCY.
              DISPLAY "     FROM " SO-START-DATE " TO " SO-END-DATE
                      " NEXT DUE " SO-NEXT-DUE-DATE
                      " LAST ORDER " SO-LAST-ORDER-NO.
       4200-EXIT.
              EXIT.

      * One pass over STANDING-ORDER-FILE.  On a business day every
      * line whose next due date has arrived, and whose end date has
      * not passed, is either queued or skipped with a reason; the
      * due date is then rolled past today either way.  Nothing is
      * generated on a weekend or holiday - those lines wait for the
      * next business day's run.
       5000-GENERATE-DUE-ORDERS.
              MOVE ZEROS TO WS-SKIP-COUNT.
              PERFORM 5050-TEST-BUSINESS-DAY THRU 5050-EXIT.
              IF NOT WS-IS-BUSINESS-DAY
                 DISPLAY WS-TODAY " IS NOT A BUSINESS DAY - NO "
                         "STANDING ORDERS GENERATED."
                 GO TO 5000-EXIT
              END-IF.
              OPEN OUTPUT STDORD-REPORT.
              MOVE WS-TODAY TO HL-RUN-DATE.
              WRITE SR-PRINT-LINE FROM WS-HEADER-LINE.
              MOVE SPACES TO SR-PRINT-LINE.
              WRITE SR-PRINT-LINE.
              WRITE SR-PRINT-LINE FROM WS-COLUMN-LINE.
              PERFORM 5080-FIND-LAST-ORDER-NO THRU 5080-EXIT.

              MOVE LOW-VALUES TO SO-ORDER-KEY.
              SET WS-MORE TO TRUE.
              START STANDING-ORDER-FILE
                    KEY IS NOT LESS THAN SO-ORDER-KEY
                 INVALID KEY MOVE "N" TO WS-MORE-SW
              END-START.
              PERFORM UNTIL NOT WS-MORE
                 READ STANDING-ORDER-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-MORE-SW
                    NOT AT END
                       IF SO-NEXT-DUE-DATE <= WS-TODAY
                          AND (SO-END-DATE = ZEROS
                               OR SO-NEXT-DUE-DATE <= SO-END-DATE)
                          PERFORM 5100-PROCESS-DUE-LINE
                             THRU 5100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.

              MOVE SPACES TO SR-PRINT-LINE.
              WRITE SR-PRINT-LINE.
              MOVE "ORDERS GENERATED" TO SM-LABEL.
              MOVE WS-GEN-COUNT TO SM-COUNT.
              WRITE SR-PRINT-LINE FROM WS-SUMMARY-LINE.
              MOVE "OCCURRENCES SKIPPED" TO SM-LABEL.
              MOVE WS-SKIP-COUNT TO SM-COUNT.
              WRITE SR-PRINT-LINE FROM WS-SUMMARY-LINE.
              CLOSE STDORD-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY "STANDING ORDERS " WS-TODAY " - GENERATED "
                      WS-GEN-COUNT " SKIPPED " WS-SKIP-COUNT.
       5000-EXIT.
              EXIT.

      * Weekend by arithmetic, then the calendar's closed days when
      * the file is on disk.
       5050-TEST-BUSINESS-DAY.
              MOVE "Y" TO WS-BUSDAY-SW.
              COMPUTE WS-DAY-NUMBER = FUNCTION MOD(
                 FUNCTION INTEGER-OF-DATE(WS-TODAY) 7).
              IF WS-DAY-NUMBER = 6 OR WS-DAY-NUMBER = 0
                 MOVE "N" TO WS-BUSDAY-SW
                 GO TO 5050-EXIT
              END-IF.
              IF WS-CAL-OPEN
                 MOVE WS-TODAY TO BD-DATE
                 READ BUSINESS-CALENDAR-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "N" TO WS-BUSDAY-SW
                 END-READ
              END-IF.
       5050-EXIT.
              EXIT.

      * Highest order number already on the queue, read backwards
      * from the end of the key range the same way WebOrderEntry.cob
      * numbers a new web order.
       5080-FIND-LAST-ORDER-NO.
              MOVE ZEROS TO WS-NEXT-ORDER-NO.
              MOVE HIGH-VALUES TO WO-ORDER-NUMBER.
              START WEB-ORDER-FILE
                    KEY IS LESS THAN WO-ORDER-NUMBER
                 INVALID KEY
                    GO TO 5080-EXIT
              END-START.
              READ WEB-ORDER-FILE PREVIOUS RECORD
                 AT END
                    GO TO 5080-EXIT
              END-READ.
              MOVE WO-ORDER-NUMBER TO WS-NEXT-ORDER-NO.
       5080-EXIT.
              EXIT.

      * Checks the customer and item, queues the order or records
      * why not, and rolls the line on to its next occurrence.
       5100-PROCESS-DUE-LINE.
              MOVE STANDING-ORDER-REC TO WS-AUDIT-BEFORE-REC.
              MOVE SO-NEXT-DUE-DATE TO WS-DUE-WAS.
              MOVE SPACES TO WS-SKIP-REASON.
              PERFORM 5200-CHECK-LINE THRU 5200-EXIT.
              IF WS-SKIP-REASON = SPACES
                 PERFORM 5300-QUEUE-ORDER THRU 5300-EXIT
              END-IF.

              MOVE SO-CUST-ID TO DL-CUST-ID.
              MOVE SO-LINE-NO TO DL-LINE-NO.
              MOVE SO-ITEM-NUMBER TO DL-ITEM-NUMBER.
              MOVE SO-LOCATION TO DL-LOCATION.
              MOVE SO-QTY TO DL-QTY.
              MOVE WS-DUE-WAS TO DL-DUE-DATE.
              IF WS-SKIP-REASON = SPACES
                 ADD 1 TO WS-GEN-COUNT
                 MOVE WO-ORDER-NUMBER TO DL-ORDER-NO
                 MOVE "GENERATED" TO DL-RESULT
              ELSE
                 ADD 1 TO WS-SKIP-COUNT
                 MOVE ZEROS TO DL-ORDER-NO
                 MOVE WS-SKIP-REASON TO DL-RESULT
              END-IF.
              WRITE SR-PRINT-LINE FROM WS-DETAIL-LINE.

              PERFORM 5400-ROLL-DUE-DATE THRU 5400-EXIT
                UNTIL SO-NEXT-DUE-DATE > WS-TODAY.
              REWRITE STANDING-ORDER-REC
                 INVALID KEY
                    DISPLAY "STANDING ORDER " SO-CUST-ID "/"
                            SO-LINE-NO " NOT ROLLED ON - STATUS "
                            WS-STDO-STATUS
                 NOT INVALID KEY
                    MOVE SO-ORDER-KEY TO AT-KEY-VALUE
                    MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                    MOVE STANDING-ORDER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-CHANGE TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-REWRITE.
       5100-EXIT.
              EXIT.

      * A customer no longer on file or already past its credit
      * limit, an item no longer stocked at the location, an item
      * whose status is pending, discontinued or blocked, or a
      * ship-to site since deleted all skip the occurrence.  An item
      * with no status row is active.
       5200-CHECK-LINE.
              MOVE SO-CUST-ID TO CM-CUST-ID.
              READ CUSTOMER-MASTER-FILE
                 INVALID KEY
                    MOVE "SKIPPED - CUSTOMER NOT ON FILE"
                      TO WS-SKIP-REASON
                    GO TO 5200-EXIT
              END-READ.
              IF CM-BALANCE > CM-CREDIT-LIMIT
                 MOVE "SKIPPED - CUSTOMER CREDIT HOLD"
                   TO WS-SKIP-REASON
                 GO TO 5200-EXIT
              END-IF.
              CALL "BDHOLDCHECK" USING CM-CUST-ID WS-BD-HOLD-SW.
              IF WS-BD-ON-HOLD
                 MOVE "SKIPPED - CUSTOMER WRITTEN OFF"
                   TO WS-SKIP-REASON
                 GO TO 5200-EXIT
              END-IF.
              MOVE SO-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE SO-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    MOVE "SKIPPED - ITEM NOT AT LOCATION"
                      TO WS-SKIP-REASON
                    GO TO 5200-EXIT
              END-READ.
              IF WS-ISTAT-OPEN
                 MOVE SO-ITEM-NUMBER TO IS-ITEM-NUMBER
                 READ ITEM-STATUS-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF IS-STATUS-PENDING
                          OR IS-STATUS-DISCONTINUED
                          OR IS-STATUS-BLOCKED
                          MOVE "SKIPPED - ITEM NOT ACTIVE"
                            TO WS-SKIP-REASON
                          GO TO 5200-EXIT
                       END-IF
                 END-READ
              END-IF.
              IF SO-SHIP-SEQ NOT = ZEROS AND NOT WS-SHIP-OPEN
                 MOVE "SKIPPED - SHIP-TO NOT ON FILE"
                   TO WS-SKIP-REASON
                 GO TO 5200-EXIT
              END-IF.
              IF SO-SHIP-SEQ NOT = ZEROS
                 MOVE SO-CUST-ID TO SD-CUST-ID
                 MOVE SO-SHIP-SEQ TO SD-SHIP-SEQ
                 READ SHIP-TO-FILE
                    INVALID KEY
                       MOVE "SKIPPED - SHIP-TO NOT ON FILE"
                         TO WS-SKIP-REASON
                 END-READ
              END-IF.
       5200-EXIT.
              EXIT.

      * Writes the occurrence to the pending-order queue carrying
      * the line's location and ship-to, dated the day it is queued.
       5300-QUEUE-ORDER.
              ADD 1 TO WS-NEXT-ORDER-NO.
              INITIALIZE WEB-ORDER-REC.
              MOVE WS-NEXT-ORDER-NO TO WO-ORDER-NUMBER.
              MOVE SO-CUST-ID TO WO-CUST-ID.
              MOVE SO-ITEM-NUMBER TO WO-ITEM-NUMBER.
              MOVE SO-QTY TO WO-QTY.
              MOVE WS-TODAY TO WO-ORDER-DATE.
              ACCEPT WO-ORDER-TIME FROM TIME.
              SET WO-STATUS-PENDING TO TRUE.
              MOVE SO-LOCATION TO WO-LOCATION.
              MOVE SO-SHIP-SEQ TO WO-SHIP-SEQ.
              SET WO-FROM-STANDING TO TRUE.
              WRITE WEB-ORDER-REC
                 INVALID KEY
                    MOVE "SKIPPED - ORDER QUEUE WRITE FAILED"
                      TO WS-SKIP-REASON
                    DISPLAY "ORDER " WO-ORDER-NUMBER " NOT QUEUED - "
                            "STATUS " WS-WEB-STATUS
                 NOT INVALID KEY
                    MOVE WO-ORDER-NUMBER TO SO-LAST-ORDER-NO
                    MOVE WS-TODAY TO SO-LAST-GEN-DATE
                    MOVE WO-ORDER-NUMBER TO AT-KEY-VALUE
                    MOVE SPACES TO AT-BEFORE-IMAGE
                    MOVE WEB-ORDER-REC TO AT-AFTER-IMAGE
                    SET AT-OP-ADD TO TRUE
                    PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
              END-WRITE.
       5300-EXIT.
              EXIT.

      * Moves SO-NEXT-DUE-DATE on by one cycle - seven or fourteen
      * days, or a calendar month landing on the start date's day
      * (clamped to the month's last day).
       5400-ROLL-DUE-DATE.
              EVALUATE TRUE
                 WHEN SO-FREQ-WEEKLY
                    COMPUTE SO-NEXT-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(
                          FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE-DATE)
                          + 7)
                 WHEN SO-FREQ-FORTNIGHTLY
                    COMPUTE SO-NEXT-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(
                          FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE-DATE)
                          + 14)
                 WHEN OTHER
                    PERFORM 5450-ROLL-ONE-MONTH THRU 5450-EXIT
              END-EVALUATE.
       5400-EXIT.
              EXIT.

       5450-ROLL-ONE-MONTH.
              MOVE SO-NEXT-DUE-DATE TO WS-DUE-WORK.
              MOVE SO-START-DATE TO WS-START-WORK.
              ADD 1 TO WS-DUE-MM.
              IF WS-DUE-MM > 12
                 MOVE 1 TO WS-DUE-MM
                 ADD 1 TO WS-DUE-YYYY
              END-IF.
              MOVE WS-MONTH-DAY-COUNT(WS-DUE-MM) TO WS-MONTH-END-DD.
              IF WS-DUE-MM = 2
                 AND FUNCTION MOD(WS-DUE-YYYY 4) = 0
                 AND (FUNCTION MOD(WS-DUE-YYYY 100) NOT = 0
                      OR FUNCTION MOD(WS-DUE-YYYY 400) = 0)
                 MOVE 29 TO WS-MONTH-END-DD
              END-IF.
              IF WS-START-DD > WS-MONTH-END-DD
                 MOVE WS-MONTH-END-DD TO WS-DUE-DD
              ELSE
                 MOVE WS-START-DD TO WS-DUE-DD
              END-IF.
              MOVE WS-DUE-WORK TO SO-NEXT-DUE-DATE.
       5450-EXIT.
              EXIT.

       8000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "StandingOrderMgmt" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
       8000-EXIT.
              EXIT.
