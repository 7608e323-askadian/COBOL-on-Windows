       IDENTIFICATION DIVISION.
       PROGRAM-ID. PhysicalInventory.
       AUTHOR AMRESH KADIAN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *  WALL-TO-WALL PHYSICAL INVENTORY.                             *
      *                                                               *
      *  CycleCountRecon.cbl compares its count file against the live *
      *  SM-QTY-ON-HAND, so a sale or receipt made while the count is *
      *  under way shows up as a false variance.  This program counts *
      *  against a frozen snapshot instead, so trading can carry on   *
      *  through the count:                                           *
      *                                                               *
      *  - The freeze writes one numbered count tag per item/location *
      *    (see PHYSTAG.CPY), in location/bin order, holding the book *
      *    quantity at that moment, and prints a blind tag list       *
      *    (PHYSTAG.RPT) for the counters.  How far the stock         *
      *    movement ledger (STKMOVE.LOG) had got at the freeze is     *
      *    kept on the control record, PHYSCTL.DAT.                   *
      *  - Counts are keyed by tag number.  A tag not issued, already *
      *    counted or already posted is refused.  A first count       *
      *    further from the expected quantity than the tolerance set  *
      *    at the freeze is held for a recount by a different         *
      *    counter, whose figure then stands.                         *
      *  - The exception list shows tags still missing a count and    *
      *    tags awaiting recount; posting is refused while any        *
      *    remain.                                                    *
      *  - Posting takes each tag's count, adds the net ledger        *
      *    movement at that item/location since the freeze, and       *
      *    adjusts SM-QTY-ON-HAND to the result - audited, written to *
      *    the shrinkage log and the GL interface, and put on the     *
      *    ledger as a count movement, the same as a posted cycle     *
      *    count.  The variance report (PHYSVAR.RPT) can be previewed *
      *    before posting.                                            *
      *                                                               *
      *  Reached from StockMgmt.cbl's menu.                           *
      *                                                               *
      *  The GL accounts this program posts to, and any limits it     *
      *  works to, are fetched from the system parameter file at      *
      *  start-up (0900-LOAD-SYSTEM-PARMS).  A missing parameter or   *
      *  an inactive account stops it before any file is opened.      *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT STOCK-MASTER-FILE
                     ASSIGN TO "stockmas"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SM-STOCK-KEY
                     ALTERNATE RECORD KEY IS SM-ITEM-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-STOCK-STATUS.

      *    Count tags for the current count - emptied and rebuilt by
      *    each freeze.
              SELECT PHYS-TAG-FILE
                     ASSIGN TO "phystag"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PT-TAG-KEY
                     ALTERNATE RECORD KEY IS PT-TAG-NUMBER
                                   WITH DUPLICATES
                     FILE STATUS IS WS-TAG-STATUS.

              SELECT PHYS-CONTROL-FILE
                     ASSIGN TO "PHYSCTL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CONTROL-STATUS.

              SELECT STOCK-MOVEMENT-FILE
                     ASSIGN TO "STKMOVE.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MOVE-STATUS.

              SELECT AUDIT-TRAIL-FILE
                     ASSIGN TO "AUDIT.TRL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AUDIT-STATUS.

              SELECT SHRINKAGE-LOG-FILE
                     ASSIGN TO "SHRINK.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SHRINK-STATUS.

              SELECT GL-INTERFACE-FILE
                     ASSIGN TO "GL.INT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GL-STATUS.

              SELECT TAG-LIST-REPORT
                     ASSIGN TO "PHYSTAG.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

              SELECT VARIANCE-REPORT
                     ASSIGN TO "PHYSVAR.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-MASTER-FILE.
           COPY "STOCKMAS.CPY".

       FD  PHYS-TAG-FILE.
           COPY "PHYSTAG.CPY".

       FD  PHYS-CONTROL-FILE.
       01  PHYS-CONTROL-REC.
           02  PC-COUNT-STATUS          PIC X(01).
               88  PC-COUNT-OPEN             VALUE "O".
               88  PC-COUNT-POSTED           VALUE "P".
           02  PC-FREEZE-DATE           PIC 9(08).
           02  PC-FREEZE-TIME           PIC 9(08).
           02  PC-LOCATION              PIC X(04).
           02  PC-LEDGER-LINES          PIC 9(09).
           02  PC-TAG-COUNT             PIC 9(06).
           02  PC-TOLERANCE-PCT         PIC 9(03).
           02  PC-FREEZE-OPERATOR       PIC X(08).
           02  PC-POST-DATE             PIC 9(08).
           02  PC-POST-OPERATOR         PIC X(08).

       FD  STOCK-MOVEMENT-FILE.
           COPY "STKMOVE.CPY".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-TRAIL-REC.CPY".

       FD  SHRINKAGE-LOG-FILE.
           COPY "SHRNKLOG.CPY".

       FD  GL-INTERFACE-FILE.
           COPY "GL-INTERFACE-REC.CPY".

       FD  TAG-LIST-REPORT.
       01  TR-PRINT-LINE                PIC X(132).

       FD  VARIANCE-REPORT.
       01  VR-PRINT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
              10 WS-PARMS-OK-SW       PIC X(01) VALUE "N".
                 88 WS-PARMS-OK             VALUE "Y".
              10 WS-STOCK-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-TAG-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-CONTROL-STATUS    PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
                 88 WS-CONTROL-MISSING      VALUE "35".
              10 WS-MOVE-STATUS       PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-AUDIT-STATUS      PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-SHRINK-STATUS     PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-GL-STATUS         PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-RPT-STATUS        PIC X(02) VALUE "00".
                 COPY "FS-STATUS-CODES.CPY".
              10 WS-FILES-OPEN-SW     PIC X(01) VALUE "N".
                 88 WS-FILES-OPEN            VALUE "Y".
              10 WS-MENU-OPTION       PIC X(01) VALUE SPACE.
              10 WS-EXIT-OPTION       PIC X(01) VALUE "6".
              10 WS-TODAY             PIC 9(08) VALUE ZEROS.
              10 WS-NOW-TIME          PIC 9(08) VALUE ZEROS.
              10 WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
              10 WS-CONFIRM-SW        PIC X(01) VALUE SPACE.
              10 WS-AUDIT-BEFORE-REC  PIC X(86) VALUE SPACES.

      *    Freeze working fields.  The ledger is counted either side
      *    of the snapshot; if a movement slipped in between, the
      *    frozen quantities cannot be lined up with the ledger and
      *    the freeze has to be taken again.
              10 WS-SELECT-LOC        PIC X(04) VALUE SPACES.
              10 WS-TOLERANCE-PCT     PIC 9(03) VALUE ZEROS.
              10 WS-LEDGER-LINES      PIC 9(09) VALUE ZEROS.
              10 WS-LEDGER-LINES-AFTER PIC 9(09) VALUE ZEROS.
              10 WS-LEDGER-LINE-NO    PIC 9(09) VALUE ZEROS.
              10 WS-NEXT-TAG-NUMBER   PIC 9(06) VALUE ZEROS.

      *    Count entry working fields.
              10 WS-ENTRY-TAG         PIC 9(06) VALUE ZEROS.
              10 WS-ENTRY-QTY         PIC 9(07) VALUE ZEROS.
              10 WS-EXPECTED-QTY      PIC S9(09) VALUE ZEROS.
              10 WS-COUNT-DIFF        PIC S9(09) VALUE ZEROS.
              10 WS-TOLERANCE-QTY     PIC 9(09)V99 VALUE ZEROS.

      *    Exception, preview and posting working fields.
              10 WS-POST-SW           PIC X(01) VALUE "N".
                 88 WS-POSTING               VALUE "Y".
              10 WS-MISSING-COUNT     PIC 9(06) VALUE ZEROS.
              10 WS-RECOUNT-COUNT     PIC 9(06) VALUE ZEROS.
              10 WS-TAGS-READ         PIC 9(06) VALUE ZEROS.
              10 WS-ADJUSTED-COUNT    PIC 9(06) VALUE ZEROS.
              10 WS-POSTED-COUNT      PIC 9(06) VALUE ZEROS.
              10 WS-NEW-ON-HAND       PIC S9(09) VALUE ZEROS.
              10 WS-VARIANCE          PIC S9(07) VALUE ZEROS.
              10 WS-VARIANCE-DOLLARS  PIC S9(09)V99 VALUE ZEROS.
              10 WS-GAIN-DOLLARS      PIC S9(11)V99 VALUE ZEROS.
              10 WS-LOSS-DOLLARS      PIC S9(11)V99 VALUE ZEROS.
              10 WS-NET-DOLLARS       PIC S9(11)V99 VALUE ZEROS.
              10 WS-GL-VARIANCE-ABS   PIC 9(09)V99 VALUE ZEROS.
              10 WS-TAG-STATUS-TEXT   PIC X(12) VALUE SPACES.

      *    Parameter block for 6300-POST-COUNT-MOVEMENT.
           COPY "STKMVMSG.CPY".

       01  GL-ACCOUNT-CODES.
           02 GL-ACCT-SHRINKAGE-EXP    PIC X(10) VALUE SPACES.
           02 GL-ACCT-INVENTORY        PIC X(10) VALUE SPACES.

      *    Net ledger movement per item/location since the freeze,
      *    loaded once from the ledger lines past PC-LEDGER-LINES
      *    and searched by linear scan, the same capped-table way
      *    ShelfLabelRun.cbl holds its barcodes.
       01  WS-MOVE-TABLE.
           02  WS-MT-COUNT              PIC 9(04) VALUE ZEROS.
           02  WS-MT-MAX                PIC 9(04) VALUE 5000.
           02  WS-MT-IX                 PIC 9(04) VALUE ZEROS.
           02  WS-MT-FULL-SW            PIC X(01) VALUE "N".
               88  WS-MT-FULL                   VALUE "Y".
           02  WS-MT-ENTRY OCCURS 5000 TIMES.
               03  WS-MT-ITEM           PIC 9(06).
               03  WS-MT-LOCATION       PIC X(04).
               03  WS-MT-QTY            PIC S9(09).

       01  WS-SPOOL-HANDOFF.
      *    Both reports are retained the moment they close, through
      *    the spooler's promptless entry.
           02  WS-SPOOL-SRC-NAME        PIC X(20) VALUE SPACES.
           02  WS-SPOOL-PGM-NAME        PIC X(20)
                                   VALUE "PhysicalInventory".

       01  WS-TAG-HEADER-LINE.
              10 FILLER               PIC X(40) VALUE
                 "PHYSICAL INVENTORY COUNT TAGS - FROZEN ".
              10 TH-FREEZE-DATE       PIC 9(08).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TH-FREEZE-TIME       PIC 9(08).
              10 FILLER               PIC X(11) VALUE "  LOCATION ".
              10 TH-LOCATION          PIC X(04).

       01  WS-TAG-COLUMN-LINE.
              10 FILLER               PIC X(36) VALUE
                 "TAG    LOC  BIN        ITEM   DESCRI".
              10 FILLER               PIC X(50) VALUE
                 "PTION                     COUNTED QTY  COUNTED BY".

       01  WS-TAG-DETAIL-LINE.
              10 TL-TAG-NUMBER        PIC 9(06).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TL-LOCATION          PIC X(04).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TL-BIN-LOCATION      PIC X(10).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TL-ITEM-NUMBER       PIC 9(06).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 TL-ITEM-DESC         PIC X(30).
              10 FILLER               PIC X(25) VALUE
                 "  ___________  ________".

       01  WS-VAR-HEADER-LINE.
              10 VH-TITLE             PIC X(40).
              10 FILLER               PIC X(08) VALUE "FROZEN ".
              10 VH-FREEZE-DATE       PIC 9(08).
              10 FILLER               PIC X(12) VALUE "  RUN DATE ".
              10 VH-RUN-DATE          PIC 9(08).
              10 FILLER               PIC X(13) VALUE "  TOLERANCE ".
              10 VH-TOLERANCE         PIC ZZ9.
              10 FILLER               PIC X(01) VALUE "%".

       01  WS-VAR-COLUMN-LINE.
              10 FILLER               PIC X(36) VALUE
                 "TAG    LOC  BIN        ITEM     FROZ".
              10 FILLER               PIC X(44) VALUE
                 "EN    MOVED  COUNTED  BOOK NOW   ADJUST     ".
              10 FILLER               PIC X(24) VALUE
                 "ADJ VALUE  STATUS".

       01  WS-VAR-DETAIL-LINE.
              10 VL-TAG-NUMBER        PIC 9(06).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 VL-LOCATION          PIC X(04).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 VL-BIN-LOCATION      PIC X(10).
              10 FILLER               PIC X(01) VALUE SPACE.
              10 VL-ITEM-NUMBER       PIC 9(06).
              10 VL-FROZEN-QTY        PIC Z,ZZZ,ZZ9.
              10 VL-MOVED-QTY         PIC ----,--9.
              10 VL-COUNTED-QTY       PIC Z,ZZZ,ZZ9.
              10 VL-BOOK-QTY          PIC Z,ZZZ,ZZ9.
              10 VL-ADJUST-QTY        PIC -,---,--9.
              10 VL-ADJUST-VALUE      PIC ---,---,--9.99.
              10 FILLER               PIC X(02) VALUE SPACES.
              10 VL-STATUS-TEXT       PIC X(12).

       01  WS-VAR-TOTAL-LINE.
              10 VT-LABEL             PIC X(30).
              10 VT-COUNT             PIC ZZZ,ZZ9.
              10 FILLER               PIC X(03) VALUE SPACES.
              10 VT-AMOUNT            PIC ----,---,---,--9.99.

      *    Start-up fetch of GL accounts and thresholds - see
      *    0900-LOAD-SYSTEM-PARMS.
           COPY "SYSPRMSG.CPY".

       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 0900-LOAD-SYSTEM-PARMS THRU 0900-EXIT.
              IF NOT WS-PARMS-OK
                 MOVE 1 TO RETURN-CODE
                 GOBACK
              END-IF.
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

      * The GL accounts this program posts to and the thresholds
      * it works to come off the system parameter file (kept by
      * SysParmMgmt.cbl, from Utilities) rather than VALUE clauses
      * here.  Any one missing, or a GL account no longer active on
      * the chart, stops the program before it touches a file.
       0900-LOAD-SYSTEM-PARMS.
              SET WS-PARMS-OK TO TRUE.
              MOVE "GL-SHRINKAGE" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-SHRINKAGE-EXP.
              MOVE "GL-INVENTORY" TO PG-PARM-KEY.
              PERFORM 0950-GET-SYSTEM-PARM THRU 0950-EXIT.
              MOVE PG-PARM-VALUE TO GL-ACCT-INVENTORY.
              IF NOT WS-PARMS-OK
                 DISPLAY "PHYSICAL INVENTORY CANNOT RUN -"
                         " CORRECT THE SYSTEM PARAMETERS ABOVE IN"
                         " UTILITIES."
              END-IF.
       0900-EXIT.
              EXIT.

      * Fetches one parameter; a failure is reported by key and
      * reason and marks the program as unable to run.
       0950-GET-SYSTEM-PARM.
              CALL "SysParmGet" USING SYS-PARM-MSG.
              IF NOT PG-RESULT-OK
                 DISPLAY "SYSTEM PARAMETER " PG-PARM-KEY " - "
                         PG-REASON
                 MOVE "N" TO WS-PARMS-OK-SW
              END-IF.
       0950-EXIT.
              EXIT.

      *    STOCK-MASTER is updated in place at posting; the audit,
      *    shrinkage and GL files are appended to, and created the
      *    first time they are needed.  The tag file is opened by
      *    each menu option as it needs it, since a freeze empties
      *    and rebuilds it.
       1000-OPEN-FILES.
              MOVE "N" TO WS-FILES-OPEN-SW.
              OPEN I-O STOCK-MASTER-FILE.
              IF WS-STOCK-STATUS NOT = "00"
                 DISPLAY "STOCKMAS NOT AVAILABLE - STATUS "
                         WS-STOCK-STATUS
                 MOVE 1 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF.
              OPEN EXTEND AUDIT-TRAIL-FILE.
              IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-TRAIL-FILE
              END-IF.
              OPEN EXTEND SHRINKAGE-LOG-FILE.
              IF WS-SHRINK-STATUS = "35"
                 OPEN OUTPUT SHRINKAGE-LOG-FILE
              END-IF.
              OPEN EXTEND GL-INTERFACE-FILE.
              IF WS-GL-STATUS = "35"
                 OPEN OUTPUT GL-INTERFACE-FILE
              END-IF.
              SET WS-FILES-OPEN TO TRUE.
       1000-EXIT.
              EXIT.

      *    PHYS-CONTROL-FILE is a single-record control file kept
      *    the same way ShelfLabelRun.cbl keeps LBLCTL.DAT - read at
      *    start, overwritten whole when a count is frozen or posted.
       1100-READ-CONTROL.
              INITIALIZE PHYS-CONTROL-REC.
              OPEN INPUT PHYS-CONTROL-FILE.
              IF NOT WS-CONTROL-MISSING
                 READ PHYS-CONTROL-FILE
                    AT END CONTINUE
                 END-READ
                 CLOSE PHYS-CONTROL-FILE
              END-IF.
       1100-EXIT.
              EXIT.

       1150-WRITE-CONTROL.
              OPEN OUTPUT PHYS-CONTROL-FILE.
              WRITE PHYS-CONTROL-REC.
              CLOSE PHYS-CONTROL-FILE.
       1150-EXIT.
              EXIT.

       1900-CLOSE-FILES.
              CLOSE STOCK-MASTER-FILE.
              CLOSE AUDIT-TRAIL-FILE.
              CLOSE SHRINKAGE-LOG-FILE.
              CLOSE GL-INTERFACE-FILE.
              MOVE "N" TO WS-FILES-OPEN-SW.
       1900-EXIT.
              EXIT.

       2000-DISPLAY-MENU.
              DISPLAY " ".
              DISPLAY "Physical Inventory - " WS-TODAY.
              DISPLAY "-------------------------------------".
              EVALUATE TRUE
                 WHEN PC-COUNT-OPEN
                    DISPLAY "COUNT OPEN - FROZEN " PC-FREEZE-DATE
                            " " PC-FREEZE-TIME " BY "
                            PC-FREEZE-OPERATOR " - " PC-TAG-COUNT
                            " TAGS, TOLERANCE " PC-TOLERANCE-PCT "%"
                 WHEN PC-COUNT-POSTED
                    DISPLAY "LAST COUNT FROZEN " PC-FREEZE-DATE
                            " WAS POSTED " PC-POST-DATE " BY "
                            PC-POST-OPERATOR
                 WHEN OTHER
                    DISPLAY "NO PHYSICAL COUNT ON RECORD."
              END-EVALUATE.
              DISPLAY "1. Freeze Book Quantities and Issue Tags".
              DISPLAY "2. Enter Counts by Tag".
              DISPLAY "3. Missing Tag / Recount Exceptions".
              DISPLAY "4. Variance Preview".
              DISPLAY "5. Post Count Adjustments".
              DISPLAY "6. Return".
              DISPLAY "Enter your choice:".
              ACCEPT WS-MENU-OPTION.

              EVALUATE WS-MENU-OPTION
                 WHEN "1" PERFORM 3000-FREEZE-AND-ISSUE THRU 3000-EXIT
                 WHEN "2" PERFORM 4000-ENTER-COUNTS THRU 4000-EXIT
                 WHEN "3" PERFORM 5000-EXCEPTIONS THRU 5000-EXIT
                 WHEN "4" MOVE "N" TO WS-POST-SW
                          PERFORM 6000-VARIANCE-RUN THRU 6000-EXIT
                 WHEN "5" MOVE "Y" TO WS-POST-SW
                          PERFORM 6000-VARIANCE-RUN THRU 6000-EXIT
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

      *    Every option but the freeze needs a count that is open.
       2300-CHECK-COUNT-OPEN.
              IF NOT PC-COUNT-OPEN
                 DISPLAY "NO PHYSICAL COUNT IS OPEN - FREEZE ONE "
                         "FIRST (OPTION 1)."
              END-IF.
       2300-EXIT.
              EXIT.

      *    The tag file for entry, exceptions and posting.
       2400-OPEN-TAGS.
              OPEN I-O PHYS-TAG-FILE.
              IF WS-TAG-STATUS NOT = "00"
                 DISPLAY "PHYSTAG NOT AVAILABLE - STATUS "
                         WS-TAG-STATUS
              END-IF.
       2400-EXIT.
              EXIT.

      *    Takes the snapshot.  Refused while an earlier count is
      *    still open, since the freeze empties the tag file.  One
      *    tag is written per STOCK-MASTER item/location (or per
      *    item at the one location asked for), then the tags are
      *    numbered in location/bin order and listed for the
      *    counters without their book quantity.
       3000-FREEZE-AND-ISSUE.
              IF PC-COUNT-OPEN
                 DISPLAY "THE COUNT FROZEN " PC-FREEZE-DATE
                         " IS STILL OPEN - POST IT BEFORE FREEZING "
                         "ANOTHER."
                 GO TO 3000-EXIT
              END-IF.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.
              DISPLAY "ENTER LOCATION TO COUNT (BLANK = ALL): ".
              MOVE SPACES TO WS-SELECT-LOC.
              ACCEPT WS-SELECT-LOC.
              DISPLAY "ENTER RECOUNT TOLERANCE PERCENT (0-100): ".
              ACCEPT WS-TOLERANCE-PCT.
              IF WS-TOLERANCE-PCT > 100
                 DISPLAY "TOLERANCE CANNOT EXCEED 100 PERCENT."
                 GO TO 3000-EXIT
              END-IF.
              DISPLAY "FREEZE BOOK QUANTITIES AND ISSUE TAGS NOW "
                      "(Y/N)? ".
              ACCEPT WS-CONFIRM-SW.
              IF WS-CONFIRM-SW NOT = "Y" AND NOT = "y"
                 DISPLAY "FREEZE NOT TAKEN."
                 GO TO 3000-EXIT
              END-IF.

              PERFORM 3100-COUNT-LEDGER-LINES THRU 3100-EXIT.
              MOVE WS-LEDGER-LINE-NO TO WS-LEDGER-LINES.
              ACCEPT WS-NOW-TIME FROM TIME.
              OPEN OUTPUT PHYS-TAG-FILE.
              IF WS-TAG-STATUS NOT = "00"
                 DISPLAY "PHYSTAG NOT AVAILABLE - STATUS "
                         WS-TAG-STATUS
                 GO TO 3000-EXIT
              END-IF.
              MOVE ZEROS TO WS-NEXT-TAG-NUMBER.
              MOVE LOW-VALUES TO SM-STOCK-KEY.
              START STOCK-MASTER-FILE
                    KEY IS NOT LESS THAN SM-STOCK-KEY
                 INVALID KEY
                    MOVE "10" TO WS-STOCK-STATUS
              END-START.
              PERFORM UNTIL WS-STOCK-STATUS NOT = "00"
                 READ STOCK-MASTER-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-STOCK-STATUS
                    NOT AT END
                       IF WS-SELECT-LOC = SPACES
                          OR SM-LOCATION = WS-SELECT-LOC
                          PERFORM 3200-WRITE-TAG THRU 3200-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE PHYS-TAG-FILE.
              PERFORM 3100-COUNT-LEDGER-LINES THRU 3100-EXIT.
              MOVE WS-LEDGER-LINE-NO TO WS-LEDGER-LINES-AFTER.
              IF WS-LEDGER-LINES-AFTER NOT = WS-LEDGER-LINES
                 DISPLAY "STOCK MOVED WHILE THE SNAPSHOT WAS BEING "
                         "TAKEN - FREEZE AGAIN."
                 GO TO 3000-EXIT
              END-IF.
              IF WS-NEXT-TAG-NUMBER = ZEROS
                 DISPLAY "NO STOCK ON FILE FOR THAT LOCATION - "
                         "NOTHING TO COUNT."
                 GO TO 3000-EXIT
              END-IF.

              PERFORM 3300-NUMBER-AND-LIST-TAGS THRU 3300-EXIT.
              INITIALIZE PHYS-CONTROL-REC.
              SET PC-COUNT-OPEN TO TRUE.
              MOVE WS-TODAY TO PC-FREEZE-DATE.
              MOVE WS-NOW-TIME TO PC-FREEZE-TIME.
              MOVE WS-SELECT-LOC TO PC-LOCATION.
              MOVE WS-LEDGER-LINES TO PC-LEDGER-LINES.
              MOVE WS-NEXT-TAG-NUMBER TO PC-TAG-COUNT.
              MOVE WS-TOLERANCE-PCT TO PC-TOLERANCE-PCT.
              MOVE WS-OPERATOR-ID TO PC-FREEZE-OPERATOR.
              PERFORM 1150-WRITE-CONTROL THRU 1150-EXIT.
              DISPLAY PC-TAG-COUNT " COUNT TAGS ISSUED - TAG LIST "
                      "WRITTEN TO PHYSTAG.RPT".
       3000-EXIT.
              EXIT.

      *    Counts the lines on the stock movement ledger, which is
      *    only ever appended to, so the count marks where the
      *    freeze fell.
       3100-COUNT-LEDGER-LINES.
              MOVE ZEROS TO WS-LEDGER-LINE-NO.
              OPEN INPUT STOCK-MOVEMENT-FILE.
              IF WS-MOVE-STATUS NOT = "00"
                 GO TO 3100-EXIT
              END-IF.
              PERFORM UNTIL WS-MOVE-STATUS NOT = "00"
                 READ STOCK-MOVEMENT-FILE
                    AT END MOVE "10" TO WS-MOVE-STATUS
                    NOT AT END ADD 1 TO WS-LEDGER-LINE-NO
                 END-READ
              END-PERFORM.
              CLOSE STOCK-MOVEMENT-FILE.
       3100-EXIT.
              EXIT.

       3200-WRITE-TAG.
              INITIALIZE PHYS-TAG-REC.
              MOVE SM-LOCATION TO PT-LOCATION.
              MOVE SM-BIN-LOCATION TO PT-BIN-LOCATION.
              MOVE SM-ITEM-NUMBER TO PT-ITEM-NUMBER.
              MOVE SM-QTY-ON-HAND TO PT-FROZEN-QTY.
              MOVE SM-UNIT-COST TO PT-UNIT-COST.
              SET PT-TAG-ISSUED TO TRUE.
              WRITE PHYS-TAG-REC
                 INVALID KEY
                    DISPLAY "TAG NOT WRITTEN FOR ITEM "
                            SM-ITEM-NUMBER " AT " SM-LOCATION
                            " - STATUS " WS-TAG-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-NEXT-TAG-NUMBER
              END-WRITE.
       3200-EXIT.
              EXIT.

      *    Second pass over the new tags in key order, so tag
      *    numbers run through each location bin by bin the way the
      *    counters will walk it.
       3300-NUMBER-AND-LIST-TAGS.
              MOVE ZEROS TO WS-NEXT-TAG-NUMBER.
              PERFORM 2400-OPEN-TAGS THRU 2400-EXIT.
              IF WS-TAG-STATUS NOT = "00"
                 GO TO 3300-EXIT
              END-IF.
              OPEN OUTPUT TAG-LIST-REPORT.
              MOVE WS-TODAY TO TH-FREEZE-DATE.
              MOVE WS-NOW-TIME TO TH-FREEZE-TIME.
              IF WS-SELECT-LOC = SPACES
                 MOVE "ALL " TO TH-LOCATION
              ELSE
                 MOVE WS-SELECT-LOC TO TH-LOCATION
              END-IF.
              WRITE TR-PRINT-LINE FROM WS-TAG-HEADER-LINE.
              MOVE SPACES TO TR-PRINT-LINE.
              WRITE TR-PRINT-LINE.
              WRITE TR-PRINT-LINE FROM WS-TAG-COLUMN-LINE.
              MOVE LOW-VALUES TO PT-TAG-KEY.
              START PHYS-TAG-FILE KEY IS NOT LESS THAN PT-TAG-KEY
                 INVALID KEY
                    MOVE "10" TO WS-TAG-STATUS
              END-START.
              PERFORM UNTIL WS-TAG-STATUS NOT = "00"
                 READ PHYS-TAG-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-TAG-STATUS
                    NOT AT END
                       PERFORM 3350-NUMBER-ONE-TAG THRU 3350-EXIT
                 END-READ
              END-PERFORM.
              CLOSE PHYS-TAG-FILE.
              CLOSE TAG-LIST-REPORT.
              MOVE "PHYSTAG.RPT" TO WS-SPOOL-SRC-NAME.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
       3300-EXIT.
              EXIT.

       3350-NUMBER-ONE-TAG.
              ADD 1 TO WS-NEXT-TAG-NUMBER.
              MOVE WS-NEXT-TAG-NUMBER TO PT-TAG-NUMBER.
              REWRITE PHYS-TAG-REC
                 INVALID KEY
                    DISPLAY "TAG NOT NUMBERED FOR ITEM "
                            PT-ITEM-NUMBER " - STATUS " WS-TAG-STATUS
              END-REWRITE.
              MOVE PT-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE PT-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY MOVE SPACES TO SM-ITEM-DESC
              END-READ.
              MOVE PT-TAG-NUMBER TO TL-TAG-NUMBER.
              MOVE PT-LOCATION TO TL-LOCATION.
              MOVE PT-BIN-LOCATION TO TL-BIN-LOCATION.
              MOVE PT-ITEM-NUMBER TO TL-ITEM-NUMBER.
              MOVE SM-ITEM-DESC TO TL-ITEM-DESC.
              WRITE TR-PRINT-LINE FROM WS-TAG-DETAIL-LINE.
       3350-EXIT.
              EXIT.

      *    Counts are keyed tag by tag until a zero tag number.  The
      *    expected quantity a count is checked against is the frozen
      *    book plus what has moved at that item/location since the
      *    freeze, as loaded when entry starts.
       4000-ENTER-COUNTS.
              PERFORM 2300-CHECK-COUNT-OPEN THRU 2300-EXIT.
              IF NOT PC-COUNT-OPEN
                 GO TO 4000-EXIT
              END-IF.
              PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT.
              PERFORM 2400-OPEN-TAGS THRU 2400-EXIT.
              IF WS-TAG-STATUS NOT = "00"
                 GO TO 4000-EXIT
              END-IF.
              PERFORM 7000-LOAD-MOVES-SINCE-FREEZE THRU 7000-EXIT.
              MOVE 1 TO WS-ENTRY-TAG.
              PERFORM 4100-ENTER-ONE-TAG
                 THRU 4100-EXIT
                UNTIL WS-ENTRY-TAG = ZEROS.
              CLOSE PHYS-TAG-FILE.
       4000-EXIT.
              EXIT.

      *    Missing-tag and duplicate-tag control: a tag number that
      *    was never issued, or one already counted or posted, is
      *    refused.  A tag held for recount takes one more count,
      *    from someone other than the first counter.
       4100-ENTER-ONE-TAG.
              DISPLAY "ENTER TAG NUMBER (0 = DONE): ".
              ACCEPT WS-ENTRY-TAG.
              IF WS-ENTRY-TAG = ZEROS
                 GO TO 4100-EXIT
              END-IF.
              MOVE WS-ENTRY-TAG TO PT-TAG-NUMBER.
              READ PHYS-TAG-FILE KEY IS PT-TAG-NUMBER
                 INVALID KEY
                    DISPLAY "TAG " WS-ENTRY-TAG " WAS NOT ISSUED "
                            "FOR THIS COUNT."
                    GO TO 4100-EXIT
              END-READ.
              EVALUATE TRUE
                 WHEN PT-TAG-POSTED
                    DISPLAY "TAG " PT-TAG-NUMBER " IS ALREADY "
                            "POSTED."
                    GO TO 4100-EXIT
                 WHEN PT-TAG-COUNTED
                    DISPLAY "TAG " PT-TAG-NUMBER " ALREADY COUNTED ("
                            PT-COUNTED-QTY " BY " PT-COUNTER-ID
                            ") - DUPLICATE REJECTED."
                    GO TO 4100-EXIT
                 WHEN PT-TAG-RECOUNT
                    IF PT-FIRST-COUNTER = WS-OPERATOR-ID
                       DISPLAY "TAG " PT-TAG-NUMBER " IS HELD FOR "
                               "RECOUNT - IT MUST BE RECOUNTED BY "
                               "SOMEONE ELSE."
                       GO TO 4100-EXIT
                    END-IF
                    DISPLAY "RECOUNT OF TAG " PT-TAG-NUMBER
              END-EVALUATE.
              DISPLAY "ITEM " PT-ITEM-NUMBER " AT " PT-LOCATION
                      " BIN " PT-BIN-LOCATION.
              DISPLAY "ENTER COUNTED QUANTITY: ".
              ACCEPT WS-ENTRY-QTY.
              IF PT-TAG-RECOUNT
                 SET PT-TAG-COUNTED TO TRUE
              ELSE
                 PERFORM 4200-CHECK-TOLERANCE THRU 4200-EXIT
              END-IF.
              MOVE WS-ENTRY-QTY TO PT-COUNTED-QTY.
              MOVE WS-OPERATOR-ID TO PT-COUNTER-ID.
              MOVE WS-TODAY TO PT-COUNT-DATE.
              REWRITE PHYS-TAG-REC
                 INVALID KEY
                    DISPLAY "COUNT NOT SAVED - STATUS " WS-TAG-STATUS
                 NOT INVALID KEY
                    IF PT-TAG-RECOUNT
                       DISPLAY "VARIANCE OUTSIDE TOLERANCE - TAG "
                               PT-TAG-NUMBER " HELD FOR RECOUNT."
                    ELSE
                       DISPLAY "TAG " PT-TAG-NUMBER " COUNTED."
                    END-IF
              END-REWRITE.
       4100-EXIT.
              EXIT.

      *    A first count further from the expected quantity than the
      *    tolerance percent of it is held for recount; with nothing
      *    expected on the shelf, any quantity found is.
       4200-CHECK-TOLERANCE.
              PERFORM 7100-FIND-MOVES THRU 7100-EXIT.
              COMPUTE WS-EXPECTED-QTY = PT-FROZEN-QTY + PT-MOVED-SINCE.
              IF WS-EXPECTED-QTY < ZEROS
                 MOVE ZEROS TO WS-EXPECTED-QTY
              END-IF.
              COMPUTE WS-COUNT-DIFF = WS-ENTRY-QTY - WS-EXPECTED-QTY.
              IF WS-COUNT-DIFF < ZEROS
                 COMPUTE WS-COUNT-DIFF = WS-COUNT-DIFF * -1
              END-IF.
              COMPUTE WS-TOLERANCE-QTY =
                      WS-EXPECTED-QTY * PC-TOLERANCE-PCT / 100.
              MOVE WS-ENTRY-QTY TO PT-FIRST-COUNT.
              MOVE WS-OPERATOR-ID TO PT-FIRST-COUNTER.
              IF WS-COUNT-DIFF > WS-TOLERANCE-QTY
                 SET PT-TAG-RECOUNT TO TRUE
              ELSE
                 SET PT-TAG-COUNTED TO TRUE
              END-IF.
       4200-EXIT.
              EXIT.

      *    Lists every tag still without a count and every tag held
      *    for recount - the list that has to be cleared before the
      *    count can post.
       5000-EXCEPTIONS.
              PERFORM 2300-CHECK-COUNT-OPEN THRU 2300-EXIT.
              IF NOT PC-COUNT-OPEN
                 GO TO 5000-EXIT
              END-IF.
              PERFORM 2400-OPEN-TAGS THRU 2400-EXIT.
              IF WS-TAG-STATUS NOT = "00"
                 GO TO 5000-EXIT
              END-IF.
              MOVE "Y" TO WS-CONFIRM-SW.
              PERFORM 5100-SCAN-EXCEPTIONS THRU 5100-EXIT.
              CLOSE PHYS-TAG-FILE.
              DISPLAY "TAGS MISSING A COUNT:   " WS-MISSING-COUNT.
              DISPLAY "TAGS AWAITING RECOUNT:  " WS-RECOUNT-COUNT.
       5000-EXIT.
              EXIT.

      *    Tallies the missing and recount tags, listing each one
      *    when WS-CONFIRM-SW is "Y".
       5100-SCAN-EXCEPTIONS.
              MOVE ZEROS TO WS-MISSING-COUNT WS-RECOUNT-COUNT.
              MOVE LOW-VALUES TO PT-TAG-KEY.
              START PHYS-TAG-FILE KEY IS NOT LESS THAN PT-TAG-KEY
                 INVALID KEY
                    MOVE "10" TO WS-TAG-STATUS
              END-START.
              PERFORM UNTIL WS-TAG-STATUS NOT = "00"
                 READ PHYS-TAG-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-TAG-STATUS
                    NOT AT END
                       EVALUATE TRUE
                          WHEN PT-TAG-ISSUED
                             ADD 1 TO WS-MISSING-COUNT
                             IF WS-CONFIRM-SW = "Y"
                                DISPLAY "MISSING  TAG " PT-TAG-NUMBER
                                        " " PT-LOCATION " "
                                        PT-BIN-LOCATION " ITEM "
                                        PT-ITEM-NUMBER
                             END-IF
                          WHEN PT-TAG-RECOUNT
                             ADD 1 TO WS-RECOUNT-COUNT
                             IF WS-CONFIRM-SW = "Y"
                                DISPLAY "RECOUNT  TAG " PT-TAG-NUMBER
                                        " " PT-LOCATION " "
                                        PT-BIN-LOCATION " ITEM "
                                        PT-ITEM-NUMBER " FIRST COUNT "
                                        PT-FIRST-COUNT " BY "
                                        PT-FIRST-COUNTER
                             END-IF
                       END-EVALUATE
                 END-READ
              END-PERFORM.
       5100-EXIT.
              EXIT.

      *    Variance preview (WS-POST-SW "N") or posting ("Y") - both
      *    walk the tags in key order and print PHYSVAR.RPT.  Posting
      *    is refused until every tag has a final count.
       6000-VARIANCE-RUN.
              PERFORM 2300-CHECK-COUNT-OPEN THRU 2300-EXIT.
              IF NOT PC-COUNT-OPEN
                 GO TO 6000-EXIT
              END-IF.
              IF WS-POSTING
                 PERFORM 2200-ACCEPT-OPERATOR THRU 2200-EXIT
              END-IF.
              PERFORM 2400-OPEN-TAGS THRU 2400-EXIT.
              IF WS-TAG-STATUS NOT = "00"
                 GO TO 6000-EXIT
              END-IF.
              IF WS-POSTING
                 MOVE "N" TO WS-CONFIRM-SW
                 PERFORM 5100-SCAN-EXCEPTIONS THRU 5100-EXIT
                 IF WS-MISSING-COUNT > ZEROS
                    OR WS-RECOUNT-COUNT > ZEROS
                    DISPLAY "CANNOT POST - " WS-MISSING-COUNT
                            " TAG(S) MISSING A COUNT AND "
                            WS-RECOUNT-COUNT " AWAITING RECOUNT."
                    CLOSE PHYS-TAG-FILE
                    GO TO 6000-EXIT
                 END-IF
              END-IF.
              PERFORM 7000-LOAD-MOVES-SINCE-FREEZE THRU 7000-EXIT.
              IF WS-MT-FULL AND WS-POSTING
                 DISPLAY "MORE THAN " WS-MT-MAX " ITEM/LOCATIONS "
                         "HAVE MOVED SINCE THE FREEZE - CANNOT POST."
                 CLOSE PHYS-TAG-FILE
                 GO TO 6000-EXIT
              END-IF.
              IF WS-POSTING
                 DISPLAY "POST ADJUSTMENTS TO STOCK NOW (Y/N)? "
                 ACCEPT WS-CONFIRM-SW
                 IF WS-CONFIRM-SW NOT = "Y" AND NOT = "y"
                    DISPLAY "NOTHING POSTED."
                    CLOSE PHYS-TAG-FILE
                    GO TO 6000-EXIT
                 END-IF
              END-IF.

              MOVE ZEROS TO WS-TAGS-READ WS-ADJUSTED-COUNT
                            WS-POSTED-COUNT WS-GAIN-DOLLARS
                            WS-LOSS-DOLLARS WS-NET-DOLLARS.
              OPEN OUTPUT VARIANCE-REPORT.
              IF WS-POSTING
                 MOVE "PHYSICAL INVENTORY VARIANCES - POSTED"
                   TO VH-TITLE
              ELSE
                 MOVE "PHYSICAL INVENTORY VARIANCES - PREVIEW"
                   TO VH-TITLE
              END-IF.
              MOVE PC-FREEZE-DATE TO VH-FREEZE-DATE.
              MOVE WS-TODAY TO VH-RUN-DATE.
              MOVE PC-TOLERANCE-PCT TO VH-TOLERANCE.
              WRITE VR-PRINT-LINE FROM WS-VAR-HEADER-LINE.
              MOVE SPACES TO VR-PRINT-LINE.
              WRITE VR-PRINT-LINE.
              WRITE VR-PRINT-LINE FROM WS-VAR-COLUMN-LINE.
              MOVE LOW-VALUES TO PT-TAG-KEY.
              START PHYS-TAG-FILE KEY IS NOT LESS THAN PT-TAG-KEY
                 INVALID KEY
                    MOVE "10" TO WS-TAG-STATUS
              END-START.
              PERFORM UNTIL WS-TAG-STATUS NOT = "00"
                 READ PHYS-TAG-FILE NEXT RECORD
                    AT END MOVE "10" TO WS-TAG-STATUS
                    NOT AT END
                       ADD 1 TO WS-TAGS-READ
                       PERFORM 6100-VARIANCE-ONE-TAG THRU 6100-EXIT
                 END-READ
              END-PERFORM.
              CLOSE PHYS-TAG-FILE.
              PERFORM 6500-PRINT-TOTALS THRU 6500-EXIT.
              CLOSE VARIANCE-REPORT.
              MOVE "PHYSVAR.RPT" TO WS-SPOOL-SRC-NAME.
              CALL "SPOOLADD" USING WS-SPOOL-SRC-NAME
                                    WS-SPOOL-PGM-NAME.
              IF WS-POSTING
                 SET PC-COUNT-POSTED TO TRUE
                 MOVE WS-TODAY TO PC-POST-DATE
                 MOVE WS-OPERATOR-ID TO PC-POST-OPERATOR
                 PERFORM 1150-WRITE-CONTROL THRU 1150-EXIT
                 DISPLAY "ADJUSTMENTS POSTED: " WS-POSTED-COUNT
              END-IF.
              DISPLAY "TAGS: " WS-TAGS-READ "  WITH VARIANCE: "
                      WS-ADJUSTED-COUNT
                      " - REPORT WRITTEN TO PHYSVAR.RPT".
       6000-EXIT.
              EXIT.

      *    One tag: the new on-hand is the count plus everything that
      *    has moved at the item/location since the freeze, and the
      *    adjustment is whatever takes today's book to that.  When
      *    posting, a counted tag is marked posted whether or not it
      *    needed an adjustment.
       6100-VARIANCE-ONE-TAG.
              MOVE SPACES TO WS-TAG-STATUS-TEXT.
              MOVE ZEROS TO WS-VARIANCE WS-VARIANCE-DOLLARS.
              MOVE PT-ITEM-NUMBER TO SM-ITEM-NUMBER.
              MOVE PT-LOCATION TO SM-LOCATION.
              READ STOCK-MASTER-FILE
                 INVALID KEY
                    MOVE ZEROS TO SM-QTY-ON-HAND
                    MOVE "NOT ON FILE" TO WS-TAG-STATUS-TEXT
              END-READ.
              PERFORM 7100-FIND-MOVES THRU 7100-EXIT.
              EVALUATE TRUE
                 WHEN WS-TAG-STATUS-TEXT NOT = SPACES
                    CONTINUE
                 WHEN PT-TAG-ISSUED
                    MOVE "NOT COUNTED" TO WS-TAG-STATUS-TEXT
                 WHEN PT-TAG-RECOUNT
                    MOVE "RECOUNT" TO WS-TAG-STATUS-TEXT
                 WHEN PT-TAG-POSTED
                    MOVE "POSTED" TO WS-TAG-STATUS-TEXT
                    MOVE PT-ADJUST-QTY TO WS-VARIANCE
                 WHEN OTHER
                    COMPUTE WS-NEW-ON-HAND =
                            PT-COUNTED-QTY + PT-MOVED-SINCE
                    IF WS-NEW-ON-HAND < ZEROS
                       MOVE ZEROS TO WS-NEW-ON-HAND
                    END-IF
                    COMPUTE WS-VARIANCE =
                            WS-NEW-ON-HAND - SM-QTY-ON-HAND
                    MOVE "COUNTED" TO WS-TAG-STATUS-TEXT
              END-EVALUATE.
              IF WS-VARIANCE NOT = ZEROS
                 ADD 1 TO WS-ADJUSTED-COUNT
                 COMPUTE WS-VARIANCE-DOLLARS ROUNDED =
                         WS-VARIANCE * SM-UNIT-COST
                 IF WS-VARIANCE-DOLLARS < ZEROS
                    ADD WS-VARIANCE-DOLLARS TO WS-LOSS-DOLLARS
                 ELSE
                    ADD WS-VARIANCE-DOLLARS TO WS-GAIN-DOLLARS
                 END-IF
                 ADD WS-VARIANCE-DOLLARS TO WS-NET-DOLLARS
              END-IF.
              IF WS-POSTING AND WS-TAG-STATUS-TEXT = "COUNTED"
                 PERFORM 6200-POST-ONE-TAG THRU 6200-EXIT
              END-IF.
              MOVE PT-TAG-NUMBER TO VL-TAG-NUMBER.
              MOVE PT-LOCATION TO VL-LOCATION.
              MOVE PT-BIN-LOCATION TO VL-BIN-LOCATION.
              MOVE PT-ITEM-NUMBER TO VL-ITEM-NUMBER.
              MOVE PT-FROZEN-QTY TO VL-FROZEN-QTY.
              MOVE PT-MOVED-SINCE TO VL-MOVED-QTY.
              MOVE PT-COUNTED-QTY TO VL-COUNTED-QTY.
              MOVE SM-QTY-ON-HAND TO VL-BOOK-QTY.
              MOVE WS-VARIANCE TO VL-ADJUST-QTY.
              MOVE WS-VARIANCE-DOLLARS TO VL-ADJUST-VALUE.
              MOVE WS-TAG-STATUS-TEXT TO VL-STATUS-TEXT.
              WRITE VR-PRINT-LINE FROM WS-VAR-DETAIL-LINE.
       6100-EXIT.
              EXIT.

      *    Posts one counted tag: REWRITE STOCK-MASTER, then the audit
      *    record, shrinkage log line, GL pair and ledger movement,
      *    the same trail CycleCountRecon.cbl leaves for a posted
      *    cycle count.  The tag keeps the movement and adjustment
      *    it was posted with.
       6200-POST-ONE-TAG.
              IF WS-VARIANCE NOT = ZEROS
                 MOVE STOCK-MASTER-REC TO WS-AUDIT-BEFORE-REC
                 MOVE WS-NEW-ON-HAND TO SM-QTY-ON-HAND
                 REWRITE STOCK-MASTER-REC
                    INVALID KEY
                       DISPLAY "REWRITE FAILED FOR ITEM "
                               SM-ITEM-NUMBER " - STATUS "
                               WS-STOCK-STATUS
                       MOVE "NOT POSTED" TO WS-TAG-STATUS-TEXT
                       GO TO 6200-EXIT
                 END-REWRITE
                 MOVE SM-STOCK-KEY TO AT-KEY-VALUE
                 MOVE WS-AUDIT-BEFORE-REC TO AT-BEFORE-IMAGE
                 MOVE STOCK-MASTER-REC TO AT-AFTER-IMAGE
                 SET AT-OP-CHANGE TO TRUE
                 MOVE "stockmas" TO AT-FILE-NAME
                 PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
                 PERFORM 6250-LOG-SHRINKAGE THRU 6250-EXIT
                 PERFORM 6300-POST-COUNT-MOVEMENT THRU 6300-EXIT
              END-IF.
              MOVE WS-VARIANCE TO PT-ADJUST-QTY.
              SET PT-TAG-POSTED TO TRUE.
              REWRITE PHYS-TAG-REC
                 INVALID KEY
                    DISPLAY "TAG " PT-TAG-NUMBER " NOT MARKED "
                            "POSTED - STATUS " WS-TAG-STATUS
              END-REWRITE.
              ADD 1 TO WS-POSTED-COUNT.
              MOVE "POSTED" TO WS-TAG-STATUS-TEXT.
       6200-EXIT.
              EXIT.

      *    The cause of a wall-to-wall variance is not known tag by
      *    tag, so it goes on the shrinkage log as OTHR.  The GL pair
      *    follows CycleCountRecon.cbl's 2180-WRITE-SHRINKAGE-GL: a
      *    loss debits shrinkage expense and credits inventory, a
      *    gain the reverse.
       6250-LOG-SHRINKAGE.
              MOVE WS-TODAY TO SL-LOG-DATE.
              MOVE SM-ITEM-NUMBER TO SL-ITEM-NUMBER.
              MOVE SM-LOCATION TO SL-LOCATION.
              SET SL-REASON-OTHER TO TRUE.
              MOVE WS-VARIANCE TO SL-VARIANCE-QTY.
              MOVE WS-VARIANCE-DOLLARS TO SL-VARIANCE-DOLLARS.
              WRITE SHRINKAGE-LOG-REC.
              IF WS-VARIANCE-DOLLARS = ZEROS
                 GO TO 6250-EXIT
              END-IF.
              IF WS-VARIANCE-DOLLARS < ZEROS
                 COMPUTE WS-GL-VARIANCE-ABS =
                         WS-VARIANCE-DOLLARS * -1
                 MOVE GL-ACCT-SHRINKAGE-EXP TO GL-ACCOUNT-CODE
              ELSE
                 MOVE WS-VARIANCE-DOLLARS TO WS-GL-VARIANCE-ABS
                 MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-CODE
              END-IF.
              SET GL-DEBIT TO TRUE.
              MOVE WS-GL-VARIANCE-ABS TO GL-AMOUNT.
              MOVE SM-STOCK-KEY TO GL-REFERENCE.
              MOVE WS-TODAY TO GL-TXN-DATE.
              MOVE "PhysicalInventory" TO GL-SOURCE-PROGRAM.
              WRITE GL-INTERFACE-REC.
              IF WS-VARIANCE-DOLLARS < ZEROS
                 MOVE GL-ACCT-INVENTORY TO GL-ACCOUNT-CODE
              ELSE
                 MOVE GL-ACCT-SHRINKAGE-EXP TO GL-ACCOUNT-CODE
              END-IF.
              SET GL-CREDIT TO TRUE.
              WRITE GL-INTERFACE-REC.
       6250-EXIT.
              EXIT.

      *    Puts the adjustment on the stock movement ledger as a
      *    count movement, referenced by tag number.
       6300-POST-COUNT-MOVEMENT.
              INITIALIZE STOCK-MOVE-MSG.
              MOVE SM-ITEM-NUMBER TO MM-ITEM-NUMBER.
              MOVE SM-LOCATION TO MM-LOCATION.
              SET MM-TYPE-COUNT TO TRUE.
              MOVE WS-VARIANCE TO MM-QTY.
              MOVE SM-UNIT-COST TO MM-UNIT-COST.
              STRING "TAG " PT-TAG-NUMBER
                     DELIMITED BY SIZE INTO MM-SOURCE-DOC.
              MOVE "PhysicalInventory" TO MM-SOURCE-PROGRAM.
              MOVE WS-OPERATOR-ID TO MM-OPERATOR-ID.
              MOVE WS-TODAY TO MM-MOVE-DATE.
              CALL "STKMOVEPOST" USING STOCK-MOVE-MSG.
              IF MM-POST-FAILED
                 DISPLAY "LEDGER POST FAILED FOR TAG " PT-TAG-NUMBER
              END-IF.
       6300-EXIT.
              EXIT.

       6500-PRINT-TOTALS.
              MOVE SPACES TO VR-PRINT-LINE.
              WRITE VR-PRINT-LINE.
              MOVE "TAGS ON FILE" TO VT-LABEL.
              MOVE WS-TAGS-READ TO VT-COUNT.
              MOVE ZEROS TO VT-AMOUNT.
              WRITE VR-PRINT-LINE FROM WS-VAR-TOTAL-LINE.
              MOVE "TAGS WITH A VARIANCE" TO VT-LABEL.
              MOVE WS-ADJUSTED-COUNT TO VT-COUNT.
              MOVE WS-NET-DOLLARS TO VT-AMOUNT.
              WRITE VR-PRINT-LINE FROM WS-VAR-TOTAL-LINE.
              MOVE "  GAINS" TO VT-LABEL.
              MOVE ZEROS TO VT-COUNT.
              MOVE WS-GAIN-DOLLARS TO VT-AMOUNT.
              WRITE VR-PRINT-LINE FROM WS-VAR-TOTAL-LINE.
              MOVE "  LOSSES" TO VT-LABEL.
              MOVE WS-LOSS-DOLLARS TO VT-AMOUNT.
              WRITE VR-PRINT-LINE FROM WS-VAR-TOTAL-LINE.
              IF WS-POSTING
                 MOVE "TAGS POSTED" TO VT-LABEL
                 MOVE WS-POSTED-COUNT TO VT-COUNT
                 MOVE ZEROS TO VT-AMOUNT
                 WRITE VR-PRINT-LINE FROM WS-VAR-TOTAL-LINE
              END-IF.
       6500-EXIT.
              EXIT.

      *    Reads the ledger past the line count kept at the freeze
      *    and nets each line into the table by item/location.  Only
      *    locations under count are kept.
       7000-LOAD-MOVES-SINCE-FREEZE.
              MOVE ZEROS TO WS-MT-COUNT WS-LEDGER-LINE-NO.
              MOVE "N" TO WS-MT-FULL-SW.
              OPEN INPUT STOCK-MOVEMENT-FILE.
              IF WS-MOVE-STATUS NOT = "00"
                 GO TO 7000-EXIT
              END-IF.
              PERFORM UNTIL WS-MOVE-STATUS NOT = "00"
                 READ STOCK-MOVEMENT-FILE
                    AT END MOVE "10" TO WS-MOVE-STATUS
                    NOT AT END
                       ADD 1 TO WS-LEDGER-LINE-NO
                       IF WS-LEDGER-LINE-NO > PC-LEDGER-LINES
                          AND (PC-LOCATION = SPACES
                               OR MV-LOCATION = PC-LOCATION)
                          PERFORM 7050-ADD-MOVE THRU 7050-EXIT
                       END-IF
                 END-READ
              END-PERFORM.
              CLOSE STOCK-MOVEMENT-FILE.
              IF WS-MT-FULL
                 DISPLAY "MOVEMENT TABLE FULL AT " WS-MT-MAX
                         " ITEM/LOCATIONS - LATER ONES ARE LEFT OUT."
              END-IF.
       7000-EXIT.
              EXIT.

       7050-ADD-MOVE.
              MOVE MV-ITEM-NUMBER TO PT-ITEM-NUMBER.
              MOVE MV-LOCATION TO PT-LOCATION.
              PERFORM 7150-SCAN-MOVE-TABLE THRU 7150-EXIT.
              IF WS-MT-IX NOT > WS-MT-COUNT
                 ADD MV-QTY TO WS-MT-QTY (WS-MT-IX)
                 GO TO 7050-EXIT
              END-IF.
              IF WS-MT-COUNT = WS-MT-MAX
                 SET WS-MT-FULL TO TRUE
                 GO TO 7050-EXIT
              END-IF.
              ADD 1 TO WS-MT-COUNT.
              MOVE MV-ITEM-NUMBER TO WS-MT-ITEM (WS-MT-COUNT).
              MOVE MV-LOCATION TO WS-MT-LOCATION (WS-MT-COUNT).
              MOVE MV-QTY TO WS-MT-QTY (WS-MT-COUNT).
       7050-EXIT.
              EXIT.

      *    Sets PT-MOVED-SINCE for the tag in hand from the table.
      *    A posted tag keeps the figure it was posted with.
       7100-FIND-MOVES.
              IF PT-TAG-POSTED
                 GO TO 7100-EXIT
              END-IF.
              MOVE ZEROS TO PT-MOVED-SINCE.
              PERFORM 7150-SCAN-MOVE-TABLE THRU 7150-EXIT.
              IF WS-MT-IX NOT > WS-MT-COUNT
                 MOVE WS-MT-QTY (WS-MT-IX) TO PT-MOVED-SINCE
              END-IF.
       7100-EXIT.
              EXIT.

      *    Leaves WS-MT-IX on the entry for PT-ITEM-NUMBER at
      *    PT-LOCATION, or past the last entry when there is none.
       7150-SCAN-MOVE-TABLE.
              PERFORM VARYING WS-MT-IX FROM 1 BY 1
                    UNTIL WS-MT-IX > WS-MT-COUNT
                       OR (WS-MT-ITEM (WS-MT-IX) = PT-ITEM-NUMBER
                       AND WS-MT-LOCATION (WS-MT-IX) = PT-LOCATION)
                 CONTINUE
              END-PERFORM.
       7150-EXIT.
              EXIT.

      *    Common audit-trail append, called once a posted adjustment
      *    has set AT-KEY-VALUE and the before/after images.
       9000-WRITE-AUDIT-RECORD.
              ACCEPT AT-TS-DATE FROM DATE YYYYMMDD.
              ACCEPT AT-TS-TIME FROM TIME.
              MOVE "PhysicalInventory" TO AT-PROGRAM-ID.
              CALL "AuditChain" USING AUDIT-TRAIL-REC.
              WRITE AUDIT-TRAIL-REC.
              MOVE SPACES TO AT-FILE-NAME.
       9000-EXIT.
              EXIT.
