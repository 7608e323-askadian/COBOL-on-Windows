       IDENTIFICATION DIVISION.
       PROGRAM-ID. LostSales.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  LOST SALES LOG AND REPORT.                                   *
      *                                                               *
      *  When the till refuses a line for lack of stock, a substitute *
      *  is offered and declined, or a web order is rejected for      *
      *  stock, the customer walks away and SALES-TRANSACTION never   *
      *  hears of it - the reorder point and ABC reports only ever    *
      *  saw demand we satisfied.  SalesMgmt.cbl now posts each of    *
      *  those onto LOST-SALE-FILE (LOSTSALE.LOG, see LOSTSALE.CPY)   *
      *  through the LOSTSALEPOST entry below - item, location,       *
      *  supplier, customer, quantity asked, date, reason (no stock,  *
      *  discontinued, substitute refused) and the value lost at the  *
      *  price the customer would have been charged.                  *
      *                                                               *
      *  The report (LOSTSALE.RPT, handed to the spooler) totals the  *
      *  lost demand for a date range by item and then by supplier,   *
      *  each beside the actual sales for the same items over the     *
      *  same range.  Reached from the Reports menu.  PurchaseMgmt's  *
      *  reorder-point recalculation reads the same log when the      *
      *  operator asks for lost demand to be included.                *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT LOST-SALE-FILE
                     ASSIGN TO "LOSTSALE.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LOST-STATUS.

              SELECT SALES-TRANSACTION-FILE
                     ASSIGN TO "salestxn"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ST-TXN-NUMBER
                     ALTERNATE RECORD KEY IS ST-CUST-ID
                                   WITH DUPLICATES
                     ALTERNATE RECORD KEY IS ST-TXN-DATE
                                   WITH DUPLICATES
                     ALTERNATE RECORD KEY IS ST-INVOICE-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-SALE-STATUS.

              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT SUPPLIER-MASTER-FILE
                     ASSIGN TO "suppmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SU-SUPPLIER-NUMBER
                     ALTERNATE RECORD KEY IS SU-SUPPLIER-NAME
                                   WITH DUPLICATES
                     FILE STATUS IS WS-SUPP-STATUS.

              SELECT LOST-SALES-REPORT
                     ASSIGN TO "LOSTSALE.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOST-SALE-FILE.
           COPY "LOSTSALE.CPY".

       FD  SALES-TRANSACTION-FILE.
           COPY "SALESTXN.CPY".

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPMAS.CPY".

       FD  LOST-SALES-REPORT.
       01  LR-PRINT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-LOST-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SALE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SUPP-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-FROM-DATE         PIC 9(08) VALUE ZEROS.
              10 WS-TO-DATE           PIC 9(08) VALUE ZEROS.
              10 WS-LOST-LINE-COUNT   PIC 9(07) VALUE ZEROS.
              10 WS-TABLE-FULL-SW     PIC X(01) VALUE "N".
                 88 WS-TABLE-FULL           VALUE "Y".

      *    One entry per item with lost demand in the range, kept in
      *    item-number order as it is built (a new item is slotted in
      *    by shifting the higher ones up) so the report prints in
      *    item order without a sort step.  Actual sales for the same
      *    items are folded in afterwards from SALES-TRANSACTION.
       01  WS-ITEM-TABLE.
              10 WS-ITEM-MAX          PIC 9(04) VALUE 500.
              10 WS-ITEM-COUNT        PIC 9(04) VALUE ZEROS.
              10 WS-ITEM-IX           PIC 9(04) VALUE ZEROS.
              10 WS-ITEM-JX           PIC 9(04) VALUE ZEROS.
              10 WS-ITEM-ENTRY OCCURS 500 TIMES.
                 15 WS-IT-ITEM-NUMBER PIC 9(06).
                 15 WS-IT-SUPPLIER    PIC 9(05).
                 15 WS-IT-REQUESTS    PIC 9(05).
                 15 WS-IT-LOST-QTY    PIC 9(07).
                 15 WS-IT-LOST-VALUE  PIC 9(09)V99.
                 15 WS-IT-SOLD-QTY    PIC S9(07).
                 15 WS-IT-SALES-VALUE PIC S9(09)V99.

      *    The same figures rolled up by the item's supplier, in
      *    supplier-number order, built the same way from the item
      *    table once it is complete.
       01  WS-SUPP-TABLE.
              10 WS-SUPP-MAX          PIC 9(04) VALUE 200.
              10 WS-SUPP-COUNT        PIC 9(04) VALUE ZEROS.
              10 WS-SUPP-IX           PIC 9(04) VALUE ZEROS.
              10 WS-SUPP-JX           PIC 9(04) VALUE ZEROS.
              10 WS-SUPP-ENTRY OCCURS 200 TIMES.
                 15 WS-ST-SUPPLIER    PIC 9(05).
                 15 WS-ST-ITEMS       PIC 9(05).
                 15 WS-ST-LOST-QTY    PIC 9(07).
                 15 WS-ST-LOST-VALUE  PIC 9(09)V99.
                 15 WS-ST-SOLD-QTY    PIC S9(07).
                 15 WS-ST-SALES-VALUE PIC S9(09)V99.

       01  WS-TOTAL-FIELDS.
              10 WS-TOT-REQUESTS      PIC 9(07) VALUE ZEROS.
              10 WS-TOT-LOST-QTY      PIC 9(09) VALUE ZEROS.
              10 WS-TOT-LOST-VALUE    PIC 9(11)V99 VALUE ZEROS.
              10 WS-TOT-SOLD-QTY      PIC S9(09) VALUE ZEROS.
              10 WS-TOT-SALES-VALUE   PIC S9(11)V99 VALUE ZEROS.

       01  WS-SPOOL-HANDOFF.
      *    The report is retained the moment it closes, through the
      *    spooler's promptless entry.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "LOSTSALE.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "LostSales".

       01  WS-HEADER-LINE.
              10 FILLER               PIC X(16) VALUE
                 "LOST SALES FROM ".
              10 HL-FROM-DATE         PIC 9(08).
              10 FILLER               PIC X(09) VALUE " THROUGH ".
              10 HL-TO-DATE           PIC 9(08).
              10 FILLER               PIC X(12) VALUE "  RUN DATE ".
              10 HL-RUN-DATE          PIC 9(08).

       01  WS-SECTION-LINE.
              10 FILLER               PIC X(04) VALUE "*** ".
              10 SL-SECTION-TITLE     PIC X(60).

       01  WS-ITEM-COLUMN-LINE.
              10 FILLER               PIC X(34) VALUE
                 "ITEM   DESCRIPTION          SUPPL".
              10 FILLER               PIC X(44) VALUE
                 " REQS   LOST QTY     LOST VALUE   SOLD QTY".
              10 FILLER               PIC X(15) VALUE
                 "    SALES VALUE".

       01  WS-ITEM-DETAIL-LINE.
              10 IL-ITEM-NUMBER       PIC 9(06).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 IL-ITEM-DESC         PIC X(20).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 IL-SUPPLIER          PIC 9(05).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 IL-REQUESTS          PIC ZZ,ZZ9.
              10 IL-LOST-QTY          PIC ZZZ,ZZZ,ZZ9.
              10 IL-LOST-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
              10 IL-SOLD-QTY          PIC ---,---,--9.
              10 IL-SALES-VALUE       PIC ----,---,--9.99.

       01  WS-SUPP-COLUMN-LINE.
              10 FILLER               PIC X(34) VALUE
                 "SUPPL NAME                       ".
              10 FILLER               PIC X(44) VALUE
                 "ITEMS   LOST QTY     LOST VALUE   SOLD QTY".
              10 FILLER               PIC X(15) VALUE
                 "    SALES VALUE".

       01  WS-SUPP-DETAIL-LINE.
              10 PL-SUPPLIER          PIC 9(05).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 PL-SUPPLIER-NAME     PIC X(25).
              10 FILLER               PIC X(02) VALUE SPACES.
              10 PL-ITEMS             PIC ZZ,ZZ9.
              10 PL-LOST-QTY          PIC ZZZ,ZZZ,ZZ9.
              10 PL-LOST-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
              10 PL-SOLD-QTY          PIC ---,---,--9.
              10 PL-SALES-VALUE       PIC ----,---,--9.99.

       01  WS-TOTAL-LINE.
              10 FILLER               PIC X(34) VALUE
                 "TOTAL ALL ITEMS".
              10 TL-REQUESTS          PIC ZZ,ZZ9.
              10 TL-LOST-QTY          PIC ZZZ,ZZZ,ZZ9.
              10 TL-LOST-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
              10 TL-SOLD-QTY          PIC ---,---,--9.
              10 TL-SALES-VALUE       PIC ----,---,--9.99.

       LINKAGE SECTION.
           COPY "LSTSLMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              PERFORM 1000-GET-RANGE THRU 1000-EXIT.
              IF WS-TO-DATE < WS-FROM-DATE
                 DISPLAY "TO DATE IS BEFORE FROM DATE - NO REPORT."
                 GOBACK
              END-IF.
              PERFORM 2000-LOST-SALES-REPORT THRU 2000-EXIT.
              GOBACK.

      * Appends one lost-sale line for the calling program.  The log
      * is opened and closed per line, the same way the stock
      * movement ledger and the notification outbox are appended.
       ENTRY "LOSTSALEPOST" USING LOST-SALE-MSG.
              SET LM-POST-FAILED TO TRUE.
              OPEN EXTEND LOST-SALE-FILE.
              IF WS-LOST-STATUS = "35"
                 OPEN OUTPUT LOST-SALE-FILE
              END-IF.
              IF WS-LOST-STATUS NOT = "00"
                 GOBACK
              END-IF.
              PERFORM 6000-WRITE-LOST-SALE THRU 6000-EXIT.
              CLOSE LOST-SALE-FILE.
              GOBACK.

      * The range defaults to today when no from date is keyed, and
      * the to date to the from date, the same prompts the stock
      * roll-forward uses.
       1000-GET-RANGE.
              DISPLAY "ENTER FROM DATE (YYYYMMDD, 0 = TODAY): ".
              ACCEPT WS-FROM-DATE.
              IF WS-FROM-DATE = ZEROS
                 MOVE WS-TODAY-DATE TO WS-FROM-DATE
              END-IF.
              DISPLAY "ENTER TO DATE   (YYYYMMDD, 0 = FROM DATE): ".
              ACCEPT WS-TO-DATE.
              IF WS-TO-DATE = ZEROS
                 MOVE WS-FROM-DATE TO WS-TO-DATE
              END-IF.
       1000-EXIT.
              EXIT.

      * Builds the item table off the log, folds in the actual sales,
      * rolls it up by supplier and prints both sections.
       2000-LOST-SALES-REPORT.
              MOVE ZEROS TO WS-ITEM-COUNT WS-SUPP-COUNT.
              MOVE ZEROS TO WS-LOST-LINE-COUNT.
              MOVE "N" TO WS-TABLE-FULL-SW.
              INITIALIZE WS-TOTAL-FIELDS.
              OPEN INPUT LOST-SALE-FILE.
              IF WS-LOST-STATUS = "00"
                 PERFORM UNTIL WS-LOST-STATUS NOT = "00"
                    READ LOST-SALE-FILE
                       AT END MOVE "10" TO WS-LOST-STATUS
                       NOT AT END
                          IF LS-LOST-DATE NOT < WS-FROM-DATE
                             AND LS-LOST-DATE NOT > WS-TO-DATE
                             PERFORM 2100-ADD-LOST-LINE
                                THRU 2100-EXIT
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE LOST-SALE-FILE
              END-IF.
              IF WS-TABLE-FULL
                 DISPLAY "MORE THAN " WS-ITEM-MAX " ITEMS WITH LOST "
                         "SALES - REPORT COVERS THE FIRST "
                         WS-ITEM-MAX " ONLY."
              END-IF.
              IF WS-ITEM-COUNT > ZEROS
                 PERFORM 2200-ADD-ACTUAL-SALES THRU 2200-EXIT
              END-IF.

              OPEN OUTPUT LOST-SALES-REPORT.
              MOVE WS-FROM-DATE TO HL-FROM-DATE.
              MOVE WS-TO-DATE TO HL-TO-DATE.
              MOVE WS-TODAY-DATE TO HL-RUN-DATE.
              WRITE LR-PRINT-LINE FROM WS-HEADER-LINE.
              MOVE SPACES TO LR-PRINT-LINE.
              WRITE LR-PRINT-LINE.
              IF WS-ITEM-COUNT = ZEROS
                 MOVE "NO LOST SALES LOGGED IN THE RANGE"
                   TO SL-SECTION-TITLE
                 WRITE LR-PRINT-LINE FROM WS-SECTION-LINE
              ELSE
                 PERFORM 3000-PRINT-BY-ITEM THRU 3000-EXIT
                 PERFORM 4000-PRINT-BY-SUPPLIER THRU 4000-EXIT
              END-IF.
              CLOSE LOST-SALES-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY WS-LOST-LINE-COUNT " LOST SALE(S) ACROSS "
                      WS-ITEM-COUNT " ITEM(S) - REPORT WRITTEN TO "
                      "LOSTSALE.RPT".
       2000-EXIT.
              EXIT.

      * One in-range log line: find the item's slot, or open one in
      * item-number order, and add the line into it.
       2100-ADD-LOST-LINE.
              MOVE ZEROS TO WS-ITEM-IX.
              PERFORM VARYING WS-ITEM-JX FROM 1 BY 1
                    UNTIL WS-ITEM-JX > WS-ITEM-COUNT
                       OR WS-ITEM-IX NOT = ZEROS
                 IF WS-IT-ITEM-NUMBER(WS-ITEM-JX) NOT < LS-ITEM-NUMBER
                    MOVE WS-ITEM-JX TO WS-ITEM-IX
                 END-IF
              END-PERFORM.
              IF WS-ITEM-IX = ZEROS
                 OR WS-IT-ITEM-NUMBER(WS-ITEM-IX) NOT = LS-ITEM-NUMBER
                 IF WS-ITEM-COUNT NOT < WS-ITEM-MAX
                    SET WS-TABLE-FULL TO TRUE
                    GO TO 2100-EXIT
                 END-IF
                 IF WS-ITEM-IX = ZEROS
                    COMPUTE WS-ITEM-IX = WS-ITEM-COUNT + 1
                 END-IF
                 PERFORM 2150-OPEN-ITEM-SLOT THRU 2150-EXIT
              END-IF.
              ADD 1 TO WS-LOST-LINE-COUNT.
              ADD 1 TO WS-IT-REQUESTS(WS-ITEM-IX).
              ADD LS-QTY-ASKED TO WS-IT-LOST-QTY(WS-ITEM-IX).
              ADD LS-LOST-VALUE TO WS-IT-LOST-VALUE(WS-ITEM-IX).
       2100-EXIT.
              EXIT.

      * Shifts every entry from WS-ITEM-IX up one place and clears
      * the freed slot for the log line's item.
       2150-OPEN-ITEM-SLOT.
              PERFORM VARYING WS-ITEM-JX FROM WS-ITEM-COUNT BY -1
                    UNTIL WS-ITEM-JX < WS-ITEM-IX
                 MOVE WS-ITEM-ENTRY(WS-ITEM-JX)
                   TO WS-ITEM-ENTRY(WS-ITEM-JX + 1)
              END-PERFORM.
              ADD 1 TO WS-ITEM-COUNT.
              MOVE LS-ITEM-NUMBER     TO WS-IT-ITEM-NUMBER(WS-ITEM-IX).
              MOVE LS-SUPPLIER-NUMBER TO WS-IT-SUPPLIER(WS-ITEM-IX).
              MOVE ZEROS TO WS-IT-REQUESTS(WS-ITEM-IX)
                            WS-IT-LOST-QTY(WS-ITEM-IX)
                            WS-IT-LOST-VALUE(WS-ITEM-IX)
                            WS-IT-SOLD-QTY(WS-ITEM-IX)
                            WS-IT-SALES-VALUE(WS-ITEM-IX).
       2150-EXIT.
              EXIT.

      * Actual sales over the same range for the items on the table
      * - returns net the figures down through their negative
      * quantities and amounts, voids are left out, the same rule the
      * department margin report uses.  The range is read off the
      * ST-TXN-DATE alternate key.
       2200-ADD-ACTUAL-SALES.
              OPEN INPUT SALES-TRANSACTION-FILE.
              IF WS-SALE-STATUS NOT = "00"
                 DISPLAY "SALES HISTORY NOT AVAILABLE - STATUS "
                         WS-SALE-STATUS
                 GO TO 2200-EXIT
              END-IF.
              MOVE WS-FROM-DATE TO ST-TXN-DATE.
              START SALES-TRANSACTION-FILE
                    KEY IS NOT LESS THAN ST-TXN-DATE
                 INVALID KEY MOVE "10" TO WS-SALE-STATUS
              END-START.
              PERFORM UNTIL WS-SALE-STATUS NOT = "00"
                        AND WS-SALE-STATUS NOT = "02"
                 READ SALES-TRANSACTION-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-SALE-STATUS
                    NOT AT END
                       IF ST-TXN-DATE > WS-TO-DATE
                          MOVE "10" TO WS-SALE-STATUS
                       END-IF
                       IF ST-TXN-DATE NOT < WS-FROM-DATE
                          AND ST-TXN-DATE NOT > WS-TO-DATE
                          AND NOT ST-TXN-VOID
                          PERFORM 2250-POST-ONE-SALE THRU 2250-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE SALES-TRANSACTION-FILE.
       2200-EXIT.
              EXIT.

       2250-POST-ONE-SALE.
              PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                    UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                 IF WS-IT-ITEM-NUMBER(WS-ITEM-IX) = ST-ITEM-NUMBER
                    ADD ST-QTY-SOLD TO WS-IT-SOLD-QTY(WS-ITEM-IX)
                    ADD ST-EXTENDED-AMOUNT
                      TO WS-IT-SALES-VALUE(WS-ITEM-IX)
                 END-IF
              END-PERFORM.
       2250-EXIT.
              EXIT.

      * One line per item, described off its first STOCK-MASTER
      * location through the SM-ITEM-NUMBER alternate key, then the
      * report totals.  The supplier table is filled on the way.
       3000-PRINT-BY-ITEM.
              MOVE "LOST DEMAND BY ITEM" TO SL-SECTION-TITLE.
              WRITE LR-PRINT-LINE FROM WS-SECTION-LINE.
              WRITE LR-PRINT-LINE FROM WS-ITEM-COLUMN-LINE.
              OPEN INPUT STOCK-MASTER-FILE.
              PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                    UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                 MOVE SPACES TO IL-ITEM-DESC
                 IF WS-STOCK-STATUS = "00" OR "23"
                    MOVE WS-IT-ITEM-NUMBER(WS-ITEM-IX)
                      TO SM-ITEM-NUMBER
                    READ STOCK-MASTER-FILE KEY IS SM-ITEM-NUMBER
                       INVALID KEY
                          MOVE "NOT ON STOCK MASTER" TO IL-ITEM-DESC
                       NOT INVALID KEY
                          MOVE SM-ITEM-DESC TO IL-ITEM-DESC
                    END-READ
                 END-IF
                 MOVE WS-IT-ITEM-NUMBER(WS-ITEM-IX) TO IL-ITEM-NUMBER
                 MOVE WS-IT-SUPPLIER(WS-ITEM-IX)    TO IL-SUPPLIER
                 MOVE WS-IT-REQUESTS(WS-ITEM-IX)    TO IL-REQUESTS
                 MOVE WS-IT-LOST-QTY(WS-ITEM-IX)    TO IL-LOST-QTY
                 MOVE WS-IT-LOST-VALUE(WS-ITEM-IX)  TO IL-LOST-VALUE
                 MOVE WS-IT-SOLD-QTY(WS-ITEM-IX)    TO IL-SOLD-QTY
                 MOVE WS-IT-SALES-VALUE(WS-ITEM-IX) TO IL-SALES-VALUE
                 WRITE LR-PRINT-LINE FROM WS-ITEM-DETAIL-LINE
                 ADD WS-IT-REQUESTS(WS-ITEM-IX)    TO WS-TOT-REQUESTS
                 ADD WS-IT-LOST-QTY(WS-ITEM-IX)    TO WS-TOT-LOST-QTY
                 ADD WS-IT-LOST-VALUE(WS-ITEM-IX)  TO WS-TOT-LOST-VALUE
                 ADD WS-IT-SOLD-QTY(WS-ITEM-IX)    TO WS-TOT-SOLD-QTY
                 ADD WS-IT-SALES-VALUE(WS-ITEM-IX)
                   TO WS-TOT-SALES-VALUE
                 PERFORM 3100-ADD-TO-SUPPLIER THRU 3100-EXIT
              END-PERFORM.
              CLOSE STOCK-MASTER-FILE.
              MOVE WS-TOT-REQUESTS    TO TL-REQUESTS.
              MOVE WS-TOT-LOST-QTY    TO TL-LOST-QTY.
              MOVE WS-TOT-LOST-VALUE  TO TL-LOST-VALUE.
              MOVE WS-TOT-SOLD-QTY    TO TL-SOLD-QTY.
              MOVE WS-TOT-SALES-VALUE TO TL-SALES-VALUE.
              MOVE SPACES TO LR-PRINT-LINE.
              WRITE LR-PRINT-LINE.
              WRITE LR-PRINT-LINE FROM WS-TOTAL-LINE.
              MOVE SPACES TO LR-PRINT-LINE.
              WRITE LR-PRINT-LINE.
       3000-EXIT.
              EXIT.

      * Rolls the current item entry into its supplier's slot, kept
      * in supplier-number order the same way as the item table.
       3100-ADD-TO-SUPPLIER.
              MOVE ZEROS TO WS-SUPP-IX.
              PERFORM VARYING WS-SUPP-JX FROM 1 BY 1
                    UNTIL WS-SUPP-JX > WS-SUPP-COUNT
                       OR WS-SUPP-IX NOT = ZEROS
                 IF WS-ST-SUPPLIER(WS-SUPP-JX)
                       NOT < WS-IT-SUPPLIER(WS-ITEM-IX)
                    MOVE WS-SUPP-JX TO WS-SUPP-IX
                 END-IF
              END-PERFORM.
              IF WS-SUPP-IX = ZEROS
                 OR WS-ST-SUPPLIER(WS-SUPP-IX)
                       NOT = WS-IT-SUPPLIER(WS-ITEM-IX)
                 IF WS-SUPP-COUNT NOT < WS-SUPP-MAX
                    GO TO 3100-EXIT
                 END-IF
                 IF WS-SUPP-IX = ZEROS
                    COMPUTE WS-SUPP-IX = WS-SUPP-COUNT + 1
                 END-IF
                 PERFORM VARYING WS-SUPP-JX FROM WS-SUPP-COUNT BY -1
                       UNTIL WS-SUPP-JX < WS-SUPP-IX
                    MOVE WS-SUPP-ENTRY(WS-SUPP-JX)
                      TO WS-SUPP-ENTRY(WS-SUPP-JX + 1)
                 END-PERFORM
                 ADD 1 TO WS-SUPP-COUNT
                 MOVE WS-IT-SUPPLIER(WS-ITEM-IX)
                   TO WS-ST-SUPPLIER(WS-SUPP-IX)
                 MOVE ZEROS TO WS-ST-ITEMS(WS-SUPP-IX)
                               WS-ST-LOST-QTY(WS-SUPP-IX)
                               WS-ST-LOST-VALUE(WS-SUPP-IX)
                               WS-ST-SOLD-QTY(WS-SUPP-IX)
                               WS-ST-SALES-VALUE(WS-SUPP-IX)
              END-IF.
              ADD 1 TO WS-ST-ITEMS(WS-SUPP-IX).
              ADD WS-IT-LOST-QTY(WS-ITEM-IX)
                TO WS-ST-LOST-QTY(WS-SUPP-IX).
              ADD WS-IT-LOST-VALUE(WS-ITEM-IX)
                TO WS-ST-LOST-VALUE(WS-SUPP-IX).
              ADD WS-IT-SOLD-QTY(WS-ITEM-IX)
                TO WS-ST-SOLD-QTY(WS-SUPP-IX).
              ADD WS-IT-SALES-VALUE(WS-ITEM-IX)
                TO WS-ST-SALES-VALUE(WS-SUPP-IX).
       3100-EXIT.
              EXIT.

      * One line per supplier, named off SUPPLIER-MASTER; supplier
      * zero is stock with no supplier on file.
       4000-PRINT-BY-SUPPLIER.
              MOVE "LOST DEMAND BY SUPPLIER" TO SL-SECTION-TITLE.
              WRITE LR-PRINT-LINE FROM WS-SECTION-LINE.
              WRITE LR-PRINT-LINE FROM WS-SUPP-COLUMN-LINE.
              OPEN INPUT SUPPLIER-MASTER-FILE.
              PERFORM VARYING WS-SUPP-IX FROM 1 BY 1
                    UNTIL WS-SUPP-IX > WS-SUPP-COUNT
                 MOVE SPACES TO PL-SUPPLIER-NAME
                 IF WS-ST-SUPPLIER(WS-SUPP-IX) = ZEROS
                    MOVE "NO SUPPLIER ON FILE" TO PL-SUPPLIER-NAME
                 ELSE
                    IF WS-SUPP-STATUS = "00" OR "23"
                       MOVE WS-ST-SUPPLIER(WS-SUPP-IX)
                         TO SU-SUPPLIER-NUMBER
                       READ SUPPLIER-MASTER-FILE
                          INVALID KEY
                             MOVE "NOT ON SUPPLIER MASTER"
                               TO PL-SUPPLIER-NAME
                          NOT INVALID KEY
                             MOVE SU-SUPPLIER-NAME
                               TO PL-SUPPLIER-NAME
                       END-READ
                    END-IF
                 END-IF
                 MOVE WS-ST-SUPPLIER(WS-SUPP-IX)    TO PL-SUPPLIER
                 MOVE WS-ST-ITEMS(WS-SUPP-IX)       TO PL-ITEMS
                 MOVE WS-ST-LOST-QTY(WS-SUPP-IX)    TO PL-LOST-QTY
                 MOVE WS-ST-LOST-VALUE(WS-SUPP-IX)  TO PL-LOST-VALUE
                 MOVE WS-ST-SOLD-QTY(WS-SUPP-IX)    TO PL-SOLD-QTY
                 MOVE WS-ST-SALES-VALUE(WS-SUPP-IX) TO PL-SALES-VALUE
                 WRITE LR-PRINT-LINE FROM WS-SUPP-DETAIL-LINE
              END-PERFORM.
              CLOSE SUPPLIER-MASTER-FILE.
       4000-EXIT.
              EXIT.

      * The caller's fields onto one log line, dated and timed now,
      * with the lost value extended at the price it would have
      * charged.
       6000-WRITE-LOST-SALE.
              ACCEPT LS-LOST-DATE FROM DATE YYYYMMDD.
              ACCEPT LS-LOST-TIME FROM TIME.
              MOVE LM-ITEM-NUMBER     TO LS-ITEM-NUMBER.
              MOVE LM-LOCATION        TO LS-LOCATION.
              MOVE LM-SUPPLIER-NUMBER TO LS-SUPPLIER-NUMBER.
              MOVE LM-CUST-ID         TO LS-CUST-ID.
              MOVE LM-QTY-ASKED       TO LS-QTY-ASKED.
              MOVE LM-REASON          TO LS-REASON.
              MOVE LM-UNIT-PRICE      TO LS-UNIT-PRICE.
              COMPUTE LS-LOST-VALUE = LM-QTY-ASKED * LM-UNIT-PRICE.
              MOVE LM-CHANNEL         TO LS-CHANNEL.
              MOVE LM-SOURCE-PROGRAM  TO LS-PROGRAM-ID.
              MOVE LM-OPERATOR-ID     TO LS-OPERATOR-ID.
              WRITE LOST-SALE-REC.
              IF WS-LOST-STATUS = "00"
                 SET LM-POSTED TO TRUE
              END-IF.
       6000-EXIT.
              EXIT.
