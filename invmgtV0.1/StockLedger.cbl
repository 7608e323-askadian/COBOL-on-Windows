       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockLedger.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  STOCK MOVEMENT LEDGER AND ROLL-FORWARD.                      *
      *                                                               *
      *  SM-QTY-ON-HAND is one running number, moved by sales,        *
      *  returns, receipts, transfers, kit builds, RTVs and cycle-    *
      *  count posts, and the audit trail's before/after images were  *
      *  the only record of why it changed.  Every program that       *
      *  changes on-hand now also posts a typed movement line onto    *
      *  STOCK-MOVEMENT-FILE (STKMOVE.LOG, see STKMOVE.CPY) through   *
      *  the STKMOVEPOST entry below - item, location, date, type,    *
      *  signed quantity, unit cost, source document, program and     *
      *  operator.                                                    *
      *                                                               *
      *  The roll-forward report (STKROLL.RPT, handed to the spooler) *
      *  prints for any date range, per item and location, the        *
      *  opening quantity, receipts, sales, returns, transfers in and *
      *  out, adjustments and the closing quantity.  The opening and  *
      *  closing figures are rebuilt from today's SM-QTY-ON-HAND by   *
      *  backing out every movement dated after them, so a range      *
      *  ending on a past date shows what was held on that day.  Run  *
      *  for a single item it also lists each movement in the range.  *
      *  Reached from the Reports menu.                               *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT STOCK-MOVEMENT-FILE
                     ASSIGN TO "STKMOVE.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MOVE-STATUS.

              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

              SELECT ROLL-FORWARD-REPORT
                     ASSIGN TO "STKROLL.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-MOVEMENT-FILE.
           COPY "STKMOVE.CPY".

       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  ROLL-FORWARD-REPORT.
       01  RF-PRINT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-MOVE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TODAY-DATE        PIC 9(08) VALUE ZEROS.
              10 WS-FROM-DATE         PIC 9(08) VALUE ZEROS.
              10 WS-TO-DATE           PIC 9(08) VALUE ZEROS.
              10 WS-RANGE-ITEM        PIC 9(06) VALUE ZEROS.
              10 WS-STOCK-MORE-SW     PIC X(01) VALUE "N".
                 88 WS-STOCK-MORE           VALUE "Y".
              10 WS-LOCATION-COUNT    PIC 9(05) VALUE ZEROS.
              10 WS-MOVE-LINE-COUNT   PIC 9(07) VALUE ZEROS.

      *    One item/location's figures for the range, rebuilt by
      *    2100-ROLL-ONE-LOCATION from its ledger lines.
       01  WS-ROLL-FIELDS.
              10 WS-RF-RECEIPTS       PIC S9(09) VALUE ZEROS.
              10 WS-RF-SALES          PIC S9(09) VALUE ZEROS.
              10 WS-RF-RETURNS        PIC S9(09) VALUE ZEROS.
              10 WS-RF-XFER-IN        PIC S9(09) VALUE ZEROS.
              10 WS-RF-XFER-OUT       PIC S9(09) VALUE ZEROS.
              10 WS-RF-ADJUST         PIC S9(09) VALUE ZEROS.
              10 WS-RF-IN-RANGE       PIC S9(09) VALUE ZEROS.
              10 WS-RF-AFTER-RANGE    PIC S9(09) VALUE ZEROS.
              10 WS-RF-OPENING        PIC S9(09) VALUE ZEROS.
              10 WS-RF-CLOSING        PIC S9(09) VALUE ZEROS.

      *    Report totals across every location printed.
       01  WS-TOTAL-FIELDS.
              10 WS-TOT-OPENING       PIC S9(09) VALUE ZEROS.
              10 WS-TOT-RECEIPTS      PIC S9(09) VALUE ZEROS.
              10 WS-TOT-SALES         PIC S9(09) VALUE ZEROS.
              10 WS-TOT-RETURNS       PIC S9(09) VALUE ZEROS.
              10 WS-TOT-XFER-IN       PIC S9(09) VALUE ZEROS.
              10 WS-TOT-XFER-OUT      PIC S9(09) VALUE ZEROS.
              10 WS-TOT-ADJUST        PIC S9(09) VALUE ZEROS.
              10 WS-TOT-CLOSING       PIC S9(09) VALUE ZEROS.

       01  WS-SPOOL-HANDOFF.
      *    The report is retained the moment it closes, through the
      *    spooler's promptless entry.
           02  WS-SPOOL-SRC-NAME        PIC X(20)
                                   VALUE "STKROLL.RPT".
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "StockLedger".

       01  WS-HEADER-LINE.
              10 FILLER               PIC X(24) VALUE
                 "STOCK ROLL-FORWARD FROM ".
              10 HL-FROM-DATE         PIC 9(08).
              10 FILLER               PIC X(09) VALUE " THROUGH ".
              10 HL-TO-DATE           PIC 9(08).
              10 FILLER               PIC X(12) VALUE "  RUN DATE ".
              10 HL-RUN-DATE          PIC 9(08).

       01  WS-COLUMN-LINE.
              10 FILLER               PIC X(33) VALUE
                 "ITEM   LOC  DESCRIPTION".
              10 FILLER               PIC X(44) VALUE
                 "    OPENING   RECEIPTS      SALES    RETURNS".
              10 FILLER               PIC X(44) VALUE
                 "    XFER-IN   XFER-OUT     ADJUST    CLOSING".

       01  WS-DETAIL-LINE.
              10 DL-ITEM-NUMBER       PIC 9(06).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-LOCATION          PIC X(04).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-ITEM-DESC         PIC X(20).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 DL-OPENING           PIC ---,---,--9.
              10 DL-RECEIPTS          PIC ---,---,--9.
              10 DL-SALES             PIC ---,---,--9.
              10 DL-RETURNS           PIC ---,---,--9.
              10 DL-XFER-IN           PIC ---,---,--9.
              10 DL-XFER-OUT          PIC ---,---,--9.
              10 DL-ADJUST            PIC ---,---,--9.
              10 DL-CLOSING           PIC ---,---,--9.

       01  WS-MOVE-LINE.
              10 FILLER               PIC X(13) VALUE SPACES.
              10 ML-MOVE-DATE         PIC 9(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 ML-MOVE-TIME         PIC 9(06).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 ML-MOVE-TYPE         PIC X(04).
              10 ML-QTY               PIC ---,---,--9.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 ML-UNIT-COST         PIC ZZ,ZZ9.99.
              10 FILLER               PIC X(01) VALUE SPACE.
              10 ML-SOURCE-DOC        PIC X(12).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 ML-PROGRAM-ID        PIC X(20).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 ML-OPERATOR-ID       PIC X(08).

       01  WS-SECTION-LINE.
              10 FILLER               PIC X(04) VALUE "*** ".
              10 SL-SECTION-TITLE     PIC X(60).

       LINKAGE SECTION.
           COPY "STKMVMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
              PERFORM 1000-GET-RANGE THRU 1000-EXIT.
              IF WS-TO-DATE < WS-FROM-DATE
                 DISPLAY "TO DATE IS BEFORE FROM DATE - NO REPORT."
                 GOBACK
              END-IF.
              PERFORM 2000-ROLL-FORWARD THRU 2000-EXIT.
              GOBACK.

      * Appends one movement line for the calling program.  The
      * ledger is opened and closed per movement, the same way the
      * notification outbox and the run-history log are appended,
      * so every stock program in a session can post without
      * holding the file.
       ENTRY "STKMOVEPOST" USING STOCK-MOVE-MSG.
              SET MM-POST-FAILED TO TRUE.
              OPEN EXTEND STOCK-MOVEMENT-FILE.
              IF WS-MOVE-STATUS = "35"
                 OPEN OUTPUT STOCK-MOVEMENT-FILE
              END-IF.
              IF WS-MOVE-STATUS NOT = "00"
                 GOBACK
              END-IF.
              PERFORM 6000-WRITE-MOVEMENT THRU 6000-EXIT.
              CLOSE STOCK-MOVEMENT-FILE.
              GOBACK.

      * The range defaults to today when no from date is keyed, and
      * the to date to the from date, so the report run with no
      * dates is today's movements and a single date keyed twice
      * is that day's roll-forward.
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
              DISPLAY "ENTER ITEM NUMBER (0 = ALL ITEMS): ".
              ACCEPT WS-RANGE-ITEM.
       1000-EXIT.
              EXIT.

      * One report line per STOCK-MASTER item/location, in key
      * order.  The LINE SEQUENTIAL ledger has no keyed START, so it
      * is re-read end to end per location - the same outer/inner
      * driver ConsignmentSettleRpt.cbl runs over CONSETL.DAT.  An
      * item/location with no quantity and no movement is left off.
       2000-ROLL-FORWARD.
              OPEN INPUT STOCK-MASTER-FILE.
              IF WS-STOCK-STATUS NOT = "00"
                 DISPLAY "STOCK MASTER NOT AVAILABLE - STATUS "
                         WS-STOCK-STATUS
                 GO TO 2000-EXIT
              END-IF.
              OPEN OUTPUT ROLL-FORWARD-REPORT.
              MOVE WS-FROM-DATE TO HL-FROM-DATE.
              MOVE WS-TO-DATE TO HL-TO-DATE.
              MOVE WS-TODAY-DATE TO HL-RUN-DATE.
              WRITE RF-PRINT-LINE FROM WS-HEADER-LINE.
              MOVE SPACES TO RF-PRINT-LINE.
              WRITE RF-PRINT-LINE.
              WRITE RF-PRINT-LINE FROM WS-COLUMN-LINE.
              INITIALIZE WS-TOTAL-FIELDS.
              MOVE ZEROS TO WS-LOCATION-COUNT.

              SET WS-STOCK-MORE TO TRUE.
              IF WS-RANGE-ITEM = ZEROS
                 MOVE LOW-VALUES TO SM-STOCK-KEY
                 START STOCK-MASTER-FILE
                       KEY IS NOT LESS THAN SM-STOCK-KEY
                    INVALID KEY MOVE "N" TO WS-STOCK-MORE-SW
                 END-START
              ELSE
                 MOVE WS-RANGE-ITEM TO SM-ITEM-NUMBER
                 START STOCK-MASTER-FILE
                       KEY IS EQUAL TO SM-ITEM-NUMBER
                    INVALID KEY MOVE "N" TO WS-STOCK-MORE-SW
                 END-START
              END-IF.
              PERFORM UNTIL NOT WS-STOCK-MORE
                 READ STOCK-MASTER-FILE NEXT RECORD
                    AT END MOVE "N" TO WS-STOCK-MORE-SW
                    NOT AT END
                       IF WS-RANGE-ITEM NOT = ZEROS
                          AND SM-ITEM-NUMBER NOT = WS-RANGE-ITEM
                          MOVE "N" TO WS-STOCK-MORE-SW
                       ELSE
                          PERFORM 2100-ROLL-ONE-LOCATION
                             THRU 2100-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE STOCK-MASTER-FILE.
              PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
              CLOSE ROLL-FORWARD-REPORT.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              DISPLAY WS-LOCATION-COUNT " ITEM/LOCATION(S) ROLLED "
                      "FORWARD - REPORT WRITTEN TO STKROLL.RPT".
       2000-EXIT.
              EXIT.

      * Opening = today's on-hand less everything moved from the
      * from date on; closing = today's on-hand less everything
      * moved after the to date.
       2100-ROLL-ONE-LOCATION.
              INITIALIZE WS-ROLL-FIELDS.
              OPEN INPUT STOCK-MOVEMENT-FILE.
              IF WS-MOVE-STATUS = "00"
                 PERFORM UNTIL WS-MOVE-STATUS NOT = "00"
                    READ STOCK-MOVEMENT-FILE
                       AT END MOVE "10" TO WS-MOVE-STATUS
                       NOT AT END
                          IF MV-ITEM-NUMBER = SM-ITEM-NUMBER
                             AND MV-LOCATION = SM-LOCATION
                             PERFORM 2150-TALLY-MOVEMENT
                                THRU 2150-EXIT
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE STOCK-MOVEMENT-FILE
              END-IF.
              COMPUTE WS-RF-CLOSING =
                      SM-QTY-ON-HAND - WS-RF-AFTER-RANGE.
              COMPUTE WS-RF-OPENING =
                      WS-RF-CLOSING - WS-RF-IN-RANGE.
              IF WS-RF-OPENING = ZEROS AND WS-RF-CLOSING = ZEROS
                 AND WS-RF-IN-RANGE = ZEROS
                 AND WS-RF-RECEIPTS = ZEROS AND WS-RF-SALES = ZEROS
                 AND WS-RF-RETURNS = ZEROS AND WS-RF-XFER-IN = ZEROS
                 AND WS-RF-XFER-OUT = ZEROS AND WS-RF-ADJUST = ZEROS
                 GO TO 2100-EXIT
              END-IF.
              ADD 1 TO WS-LOCATION-COUNT.
              MOVE SM-ITEM-NUMBER TO DL-ITEM-NUMBER.
              MOVE SM-LOCATION    TO DL-LOCATION.
              MOVE SM-ITEM-DESC   TO DL-ITEM-DESC.
              MOVE WS-RF-OPENING  TO DL-OPENING.
              MOVE WS-RF-RECEIPTS TO DL-RECEIPTS.
              MOVE WS-RF-SALES    TO DL-SALES.
              MOVE WS-RF-RETURNS  TO DL-RETURNS.
              MOVE WS-RF-XFER-IN  TO DL-XFER-IN.
              MOVE WS-RF-XFER-OUT TO DL-XFER-OUT.
              MOVE WS-RF-ADJUST   TO DL-ADJUST.
              MOVE WS-RF-CLOSING  TO DL-CLOSING.
              WRITE RF-PRINT-LINE FROM WS-DETAIL-LINE.
              ADD WS-RF-OPENING  TO WS-TOT-OPENING.
              ADD WS-RF-RECEIPTS TO WS-TOT-RECEIPTS.
              ADD WS-RF-SALES    TO WS-TOT-SALES.
              ADD WS-RF-RETURNS  TO WS-TOT-RETURNS.
              ADD WS-RF-XFER-IN  TO WS-TOT-XFER-IN.
              ADD WS-RF-XFER-OUT TO WS-TOT-XFER-OUT.
              ADD WS-RF-ADJUST   TO WS-TOT-ADJUST.
              ADD WS-RF-CLOSING  TO WS-TOT-CLOSING.
              IF WS-RANGE-ITEM NOT = ZEROS
                 PERFORM 2200-LIST-MOVEMENTS THRU 2200-EXIT
              END-IF.
       2100-EXIT.
              EXIT.

      * One ledger line for the current item/location.  Lines before
      * the range are already inside today's figure and the opening
      * alike, so they are skipped; lines after it are only backed
      * out.  Kit issues and builds, RTVs, count posts, manual
      * adjustments and opening balances all land in ADJUST.
       2150-TALLY-MOVEMENT.
              IF MV-MOVE-DATE < WS-FROM-DATE
                 GO TO 2150-EXIT
              END-IF.
              IF MV-MOVE-DATE > WS-TO-DATE
                 ADD MV-QTY TO WS-RF-AFTER-RANGE
                 GO TO 2150-EXIT
              END-IF.
              ADD MV-QTY TO WS-RF-IN-RANGE.
              EVALUATE TRUE
                 WHEN MV-TYPE-RECEIPT  ADD MV-QTY TO WS-RF-RECEIPTS
                 WHEN MV-TYPE-SALE     ADD MV-QTY TO WS-RF-SALES
                 WHEN MV-TYPE-RETURN   ADD MV-QTY TO WS-RF-RETURNS
                 WHEN MV-TYPE-XFER-IN  ADD MV-QTY TO WS-RF-XFER-IN
                 WHEN MV-TYPE-XFER-OUT ADD MV-QTY TO WS-RF-XFER-OUT
                 WHEN OTHER            ADD MV-QTY TO WS-RF-ADJUST
              END-EVALUATE.
       2150-EXIT.
              EXIT.

      * A single-item run lists every movement behind the figures
      * just printed, so why the quantity moved is on the same page.
       2200-LIST-MOVEMENTS.
              OPEN INPUT STOCK-MOVEMENT-FILE.
              IF WS-MOVE-STATUS NOT = "00"
                 GO TO 2200-EXIT
              END-IF.
              MOVE ZEROS TO WS-MOVE-LINE-COUNT.
              PERFORM UNTIL WS-MOVE-STATUS NOT = "00"
                 READ STOCK-MOVEMENT-FILE
                    AT END MOVE "10" TO WS-MOVE-STATUS
                    NOT AT END
                       IF MV-ITEM-NUMBER = SM-ITEM-NUMBER
                          AND MV-LOCATION = SM-LOCATION
                          AND MV-MOVE-DATE NOT < WS-FROM-DATE
                          AND MV-MOVE-DATE NOT > WS-TO-DATE
                          ADD 1 TO WS-MOVE-LINE-COUNT
                          MOVE MV-MOVE-DATE TO ML-MOVE-DATE
                          MOVE MV-MOVE-TIME(1:6) TO ML-MOVE-TIME
                          MOVE MV-MOVE-TYPE TO ML-MOVE-TYPE
                          MOVE MV-QTY TO ML-QTY
                          MOVE MV-UNIT-COST TO ML-UNIT-COST
                          MOVE MV-SOURCE-DOC TO ML-SOURCE-DOC
                          MOVE MV-PROGRAM-ID TO ML-PROGRAM-ID
                          MOVE MV-OPERATOR-ID TO ML-OPERATOR-ID
                          WRITE RF-PRINT-LINE FROM WS-MOVE-LINE
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE STOCK-MOVEMENT-FILE.
              IF WS-MOVE-LINE-COUNT = ZEROS
                 MOVE "NO MOVEMENTS IN RANGE" TO SL-SECTION-TITLE
                 MOVE SPACES TO RF-PRINT-LINE
                 MOVE WS-SECTION-LINE TO RF-PRINT-LINE(14:64)
                 WRITE RF-PRINT-LINE
              END-IF.
       2200-EXIT.
              EXIT.

       3000-PRINT-TOTALS.
              MOVE SPACES TO RF-PRINT-LINE.
              WRITE RF-PRINT-LINE.
              MOVE ZEROS TO DL-ITEM-NUMBER.
              MOVE SPACES TO DL-LOCATION.
              MOVE "TOTAL ALL LOCATIONS" TO DL-ITEM-DESC.
              MOVE WS-TOT-OPENING  TO DL-OPENING.
              MOVE WS-TOT-RECEIPTS TO DL-RECEIPTS.
              MOVE WS-TOT-SALES    TO DL-SALES.
              MOVE WS-TOT-RETURNS  TO DL-RETURNS.
              MOVE WS-TOT-XFER-IN  TO DL-XFER-IN.
              MOVE WS-TOT-XFER-OUT TO DL-XFER-OUT.
              MOVE WS-TOT-ADJUST   TO DL-ADJUST.
              MOVE WS-TOT-CLOSING  TO DL-CLOSING.
              WRITE RF-PRINT-LINE FROM WS-DETAIL-LINE.
              IF WS-LOCATION-COUNT = ZEROS
                 MOVE "NO STOCK HELD OR MOVED IN THE RANGE"
                   TO SL-SECTION-TITLE
                 WRITE RF-PRINT-LINE FROM WS-SECTION-LINE
              END-IF.
       3000-EXIT.
              EXIT.

      * The caller's fields onto one ledger line, stamped with the
      * time it is posted and dated today unless the caller gave the
      * business date the stock actually moved.
       6000-WRITE-MOVEMENT.
              IF MM-MOVE-DATE = ZEROS
                 ACCEPT MV-MOVE-DATE FROM DATE YYYYMMDD
              ELSE
                 MOVE MM-MOVE-DATE TO MV-MOVE-DATE
              END-IF.
              ACCEPT MV-MOVE-TIME FROM TIME.
              MOVE MM-ITEM-NUMBER    TO MV-ITEM-NUMBER.
              MOVE MM-LOCATION       TO MV-LOCATION.
              MOVE MM-MOVE-TYPE      TO MV-MOVE-TYPE.
              MOVE MM-QTY            TO MV-QTY.
              MOVE MM-UNIT-COST      TO MV-UNIT-COST.
              MOVE MM-SOURCE-DOC     TO MV-SOURCE-DOC.
              MOVE MM-SOURCE-PROGRAM TO MV-PROGRAM-ID.
              MOVE MM-OPERATOR-ID    TO MV-OPERATOR-ID.
              WRITE STOCK-MOVEMENT-REC.
              IF WS-MOVE-STATUS = "00"
                 SET MM-POSTED TO TRUE
              END-IF.
       6000-EXIT.
              EXIT.
